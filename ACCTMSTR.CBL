           88  FUNC-UNFREEZE      VALUE 'UNFREEZE'.
           88  FUNC-REACT         VALUE 'REACT   '.
           88  FUNC-READ          VALUE 'READ    '.
           88  FUNC-MATINSTR      VALUE 'MATINSTR'.
           88  FUNC-SETTLE        VALUE 'SETTLE  '.

       01  WS-RESPONSE            PIC X(100).
       01  WS-RETURN-CODE         PIC 9(04) COMP.
           88  PRODUCT-OK             VALUE 'Y'.
       01  WS-CLOSED-TO-NEW       PIC X(01).

      * Term (fixed-deposit) products carry TERM_MONTHS on
      * PRODUCT_MASTER. Such an account opens with a MATURITY_DATE
      * that far out, the customer's maturity instruction (ROLLOVER,
      * or PAYOUT to a nominated account) and the CONTRACT_RATE in
      * force that day - ACCRUAL pays the contract rate, not the
      * floating savings rate, and MATURITY acts on the instruction.
       01  WS-TERM-MONTHS         PIC S9(4) COMP-5.
       01  WS-CONTRACT-RATE       PIC S9V9(7) COMP-3.
       01  WS-PAYOUT-STATUS       PIC X(10).
       01  WS-MATURITY-OK         PIC X VALUE 'N'.
           88  MATURITY-OK            VALUE 'Y'.

      * Minor-account gate for OPEN-ACCOUNT: a customer under 18 can
      * only open with a CUSTODIAN link on CUSTOMER_RELATIONSHIP.
       01  WS-AGE-OK              PIC X VALUE 'N'.
           88  AGE-OK                 VALUE 'Y'.
       01  WS-IS-MINOR            PIC X(01).
       01  WS-CUSTODIAN-FOUND     PIC X(01).

      * Identity gate for OPEN-ACCOUNT: the customer must hold a
      * current verified document on the KYCDOCS register.
       01  WS-ID-DOC-OK           PIC X VALUE 'N'.
           88  ID-DOC-OK              VALUE 'Y'.
       01  WS-ID-DOC-FOUND        PIC X(01).
      * A business has no document of its own; it needs a verified
      * controlling person on the BENOWNR register instead.
       01  WS-ID-CUSTOMER-TYPE    PIC X(10).
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

      * Closure settlement (SETTLE): interest accrued since the last
      * ACCRUAL month, the prorated maintenance fee for the same
      * days, any CLOSE fee on FEE_SCHEDULE and, on a term deposit
      * broken early, the early-withdrawal penalty. What is left is
      * paid out by transfer or official cheque before the account
      * closes.
       01  WS-SETTLE-TIMESTAMP    PIC X(26).
       01  WS-SETTLE-DATE         PIC X(10).
       01  WS-ACCT-CUSTOMER-ID    PIC X(10).
       01  WS-ACCT-TYPE           PIC X(20).
       01  WS-MATURITY-DATE       PIC X(10).
       01  WS-LAST-ACCRUED-MONTH  PIC X(07).
       01  WS-ACCRUED-FROM        PIC X(10).
       01  WS-SETTLE-DAYS         PIC S9(9) COMP-5.
       01  WS-HOLD-COUNT          PIC S9(9) COMP-5.
       01  WS-SETTLE-RATE         PIC S9V9(7) COMP-3.
       01  WS-MAINT-FEE           PIC S9(9)V99 COMP-3.
       01  WS-SCHED-FEE-CODE      PIC X(08).
       01  WS-SCHED-FEE           PIC S9(9)V99 COMP-3.
       01  WS-SETTLE-INTEREST     PIC S9(9)V99 COMP-3.
       01  WS-PRORATED-FEE        PIC S9(9)V99 COMP-3.
       01  WS-CLOSURE-FEE         PIC S9(9)V99 COMP-3.
       01  WS-PENALTY-PCT         PIC S9(3)V99 COMP-3.
       01  WS-PENALTY-AMOUNT      PIC S9(9)V99 COMP-3.
       01  WS-FEES-TOTAL          PIC S9(9)V99 COMP-3.
       01  WS-PAYOUT-AMOUNT       PIC S9(9)V99 COMP-3.
       01  WS-PAYOUT-METHOD       PIC X(08).
       01  WS-SI-CANCELLED        PIC S9(9) COMP-5.
       01  WS-STOPS-RELEASED      PIC S9(9) COMP-5.
       01  WS-WVR-MIN-AVG         PIC S9(9)V99 COMP-3.
       01  WS-WVR-EMPLOYEE        PIC X(01).
       01  WS-EMPLOYEE-FLAG       PIC X(01).
       01  WS-HOLDER-DECEASED     PIC X(01).
       01  WS-FEE-WAIVED          PIC X VALUE 'N'.
           88  FEE-WAIVED             VALUE 'Y'.

      * Official cheque numbers come off the CHEQUE_CONTROL one-row
      * counter the way CARDMSTR draws card numbers.
       01  WS-NEXT-NUMBER         PIC S9(9) COMP-5.
       01  WS-CHEQUE-NUMBER       PIC 9(07).
       01  WS-CHEQUE-ID           PIC X(10).
       01  WS-PAYEE-NAME          PIC X(50).
       01  WS-NOTICE-CONTEXT      PIC X(100).

      * Commarea for the TXNPOST CALLs that post the settlement's
      * interest and fees and pay the balance out - same shape as its
      * DFHCOMMAREA, run under the closing operator's own employee ID
      * so every posting carries who settled the account.
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

       EXEC SQL INCLUDE SQLCA END-EXEC.

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
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-CHANNEL         PIC X(08).
           05  LK-LAST-UPDATED    PIC X(26).
      * Term deposits only: MATURITY-DATE is returned by OPEN and
      * READ; MATURITY-INSTR (ROLLOVER / PAYOUT) and the PAYOUT
      * account are taken at OPEN and changed with MATINSTR.
           05  LK-MATURITY-DATE   PIC X(10).
           05  LK-MATURITY-INSTR  PIC X(08).
           05  LK-PAYOUT-ACCOUNT-ID PIC X(12).
      * SETTLE only: a nonblank PAYOUT-ACCOUNT-ID takes the closing
      * balance by transfer, a blank one gets an official cheque
      * (CHEQUE-ID returned). The interest credited, fees charged
      * and amount paid out are returned for the teller's receipt.
           05  LK-SETTLE-INTEREST PIC S9(9)V99.
           05  LK-SETTLE-FEES     PIC S9(9)V99.
           05  LK-SETTLE-PAYOUT   PIC S9(9)V99.
           05  LK-CHEQUE-ID       PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               PERFORM VALIDATE-BRANCH-CHANNEL
           END-IF.

           IF EMPLOYEE-IS-VALID AND BRANCH-OK
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT BRANCH-OK
                   OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.
                   PERFORM REACTIVATE-ACCOUNT
               WHEN FUNC-CLOSE
                   PERFORM CLOSE-ACCOUNT
               WHEN FUNC-MATINSTR
                   PERFORM CHANGE-MATURITY-INSTRUCTION
               WHEN FUNC-SETTLE
                   PERFORM SETTLE-ACCOUNT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
      * permanent reconciliation exception. Funding happens through a
      * subsequent deposit transaction, not through OPEN-ACCOUNT.
       OPEN-ACCOUNT.
           IF LK-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-PRODUCT
               PERFORM CHECK-MINOR-CUSTOMER
           END-IF

           MOVE 'N' TO WS-ID-DOC-OK
           IF LK-RETURN-CODE = 00 AND PRODUCT-OK AND AGE-OK
               MOVE SPACES TO WS-ID-CUSTOMER-TYPE
               EXEC SQL
                   SELECT COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL')
                   INTO :WS-ID-CUSTOMER-TYPE
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
               END-EXEC
               IF WS-ID-CUSTOMER-TYPE = 'BUSINESS'
                   PERFORM CHECK-CONTROLLING-PERSON
               ELSE
                   PERFORM CHECK-IDENTITY-DOCUMENT
               END-IF
           END-IF

           MOVE 'Y' TO WS-MATURITY-OK
           IF LK-RETURN-CODE = 00 AND PRODUCT-OK AND AGE-OK
                   AND ID-DOC-OK AND WS-TERM-MONTHS > ZERO
               PERFORM VALIDATE-MATURITY-INSTRUCTION
           END-IF

           IF LK-RETURN-CODE = 00 AND PRODUCT-OK AND AGE-OK
                   AND ID-DOC-OK AND MATURITY-OK
               PERFORM ASSIGN-ACCOUNT-NUMBER
           END-IF

           IF LK-RETURN-CODE = 00 AND PRODUCT-OK AND AGE-OK
                   AND ID-DOC-OK AND MATURITY-OK
               MOVE FUNCTION CURRENT-TIMESTAMP TO WS-AUDIT-TIMESTAMP
               MOVE ZERO TO LK-BALANCE

                           :WS-AUDIT-TIMESTAMP, :WS-AUDIT-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0 AND WS-TERM-MONTHS > ZERO
                   PERFORM SET-TERM-DEPOSIT-MATURITY
               END-IF

               IF NOT MATURITY-OK
                   MOVE 'ERROR SETTING TERM DEPOSIT MATURITY'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
               ELSE IF SQLCODE = 0
                   MOVE 'ACCOUNT OPENED SUCCESSFULLY' TO WS-RESPONSE
                   MOVE 'OPEN' TO WS-NEW-STATUS
                   MOVE 'OPEN' TO WS-AUDIT-CHANGE-TYPE
                   PERFORM WRITE-ACCOUNT-AUDIT
                   PERFORM WIN-REFERRAL-LEADS
               ELSE
                   MOVE 'ERROR OPENING ACCOUNT' TO WS-RESPONSE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 12 TO LK-RETURN-CODE
               END-IF
               END-IF
           END-IF.

      * The account number is the system's, never the caller's:
      * IDNUMBER draws the next one from its control counter, check
      * digit included, once everything else about the opening has
      * passed, and it goes back to the caller in LK-ACCOUNT-ID.
       ASSIGN-ACCOUNT-NUMBER.
           MOVE 'NEXTACCT' TO WS-IDN-FUNCTION
           MOVE SPACES TO WS-IDN-ID
           MOVE 00 TO WS-IDN-RETURN-CODE
           CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

           IF WS-IDN-RETURN-CODE = 00
               MOVE WS-IDN-ID TO LK-ACCOUNT-ID
               MOVE LK-ACCOUNT-ID TO WS-ACCOUNT-ID
           ELSE
               MOVE 'ERROR ASSIGNING ACCOUNT NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * Opening the product a sales lead was raised for closes that
      * lead as WON against the new account, whoever opened it - the
      * conversion LEADREP counts never depends on a rep remembering
      * to come back and mark it. A failure here is reported but does
      * not undo the account.
       WIN-REFERRAL-LEADS.
           EXEC SQL
               UPDATE SALES_LEADS
               SET LEAD_STATUS = 'WON',
                   WON_ACCOUNT_ID = :LK-ACCOUNT-ID,
                   CLOSED_BY = :LK-EMPLOYEE-ID,
                   CLOSED_AT = :WS-AUDIT-TIMESTAMP
               WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
                 AND PRODUCT_CODE = :LK-ACCOUNT-TYPE
                 AND LEAD_STATUS IN ('NEW', 'CONTACTED', 'OFFERED')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR CLOSING REFERRAL LEADS, SQLCODE:'
                   SQLCODE
           END-IF.

      * ACCOUNT_TYPE must be a live PRODUCT_MASTER product - "SAVNGS"
       VALIDATE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-OK
           MOVE SPACES TO WS-CLOSED-TO-NEW
           MOVE ZERO TO WS-TERM-MONTHS

           EXEC SQL
               SELECT COALESCE(CLOSED_TO_NEW, 'N'),
                      COALESCE(TERM_MONTHS, 0)
               INTO :WS-CLOSED-TO-NEW, :WS-TERM-MONTHS
               FROM PRODUCT_MASTER
               WHERE PRODUCT_CODE = :LK-ACCOUNT-TYPE
                 AND ACTIVE_FLAG = 'Y'
               END-IF
           END-IF.

      * No account opens without a current verified identity
      * document on IDENTITY_DOCUMENTS - active, verified and not
      * past its expiry date. A minor opening under a custodian may
      * rely on the custodian's document, since a child often holds
      * none of their own.
       CHECK-IDENTITY-DOCUMENT.
           MOVE SPACES TO WS-ID-DOC-FOUND

           EXEC SQL
               SELECT 'X' INTO :WS-ID-DOC-FOUND
               FROM IDENTITY_DOCUMENTS D
               WHERE D.DOC_STATUS = 'ACTIVE'
                 AND D.VERIFIED_BY IS NOT NULL
                 AND D.EXPIRY_DATE >= CURRENT DATE
                 AND (D.CUSTOMER_ID = :LK-CUSTOMER-ID
                      OR (:WS-IS-MINOR = 'Y'
                          AND D.CUSTOMER_ID IN
                              (SELECT CASE
                                   WHEN R.PRIMARY_CUSTOMER_ID =
                                        :LK-CUSTOMER-ID
                                   THEN R.RELATED_CUSTOMER_ID
                                   ELSE R.PRIMARY_CUSTOMER_ID END
                               FROM CUSTOMER_RELATIONSHIP R
                               WHERE R.RELATIONSHIP_TYPE = 'CUSTODIAN'
                                 AND (R.PRIMARY_CUSTOMER_ID =
                                          :LK-CUSTOMER-ID
                                      OR R.RELATED_CUSTOMER_ID =
                                          :LK-CUSTOMER-ID))))
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ID-DOC-OK
           ELSE IF SQLCODE = 100
               MOVE 'NO CURRENT VERIFIED IDENTITY DOCUMENT ON FILE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR CHECKING IDENTITY DOCUMENTS'
                   TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * A business opens only while someone who controls it is on the
      * beneficial-owner register with a verified document that is
      * still in date - the business equivalent of the customer's
      * own identity document above.
       CHECK-CONTROLLING-PERSON.
           MOVE SPACES TO WS-ID-DOC-FOUND

           EXEC SQL
               SELECT 'X' INTO :WS-ID-DOC-FOUND
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :LK-CUSTOMER-ID
                 AND ACTIVE_FLAG = 'Y'
                 AND OWNER_ROLE IN ('CONTROL', 'BOTH')
                 AND VERIFIED_BY IS NOT NULL
                 AND ID_DOC_EXPIRY >= CURRENT DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ID-DOC-OK
           ELSE IF SQLCODE = 100
               MOVE 'NO VERIFIED CONTROLLING PERSON ON FILE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR CHECKING BENEFICIAL OWNERS'
                   TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * A blank instruction on a term product defaults to ROLLOVER -
      * the deposit keeps working unless the customer asks for the
      * money back. PAYOUT needs a nominated account that is open and
      * is not the deposit itself.
       VALIDATE-MATURITY-INSTRUCTION.
           MOVE 'N' TO WS-MATURITY-OK

           IF LK-MATURITY-INSTR = SPACES
               MOVE 'ROLLOVER' TO LK-MATURITY-INSTR
           END-IF

           IF LK-MATURITY-INSTR NOT = 'ROLLOVER'
                   AND LK-MATURITY-INSTR NOT = 'PAYOUT'
               MOVE 'MATURITY INSTRUCTION MUST BE ROLLOVER OR PAYOUT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-MATURITY-INSTR = 'ROLLOVER'
               MOVE SPACES TO LK-PAYOUT-ACCOUNT-ID
               MOVE 'Y' TO WS-MATURITY-OK
           ELSE IF LK-PAYOUT-ACCOUNT-ID = SPACES
                   OR LK-PAYOUT-ACCOUNT-ID = LK-ACCOUNT-ID
               MOVE 'PAYOUT NEEDS A SEPARATE NOMINATED ACCOUNT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PAYOUT-STATUS

               EXEC SQL
                   SELECT ACCOUNT_STATUS INTO :WS-PAYOUT-STATUS
                   FROM ACCOUNTS
                   WHERE ACCOUNT_ID = :LK-PAYOUT-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0 OR WS-PAYOUT-STATUS NOT = 'OPEN'
                   MOVE 'NOMINATED PAYOUT ACCOUNT IS NOT OPEN'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-MATURITY-OK
               END-IF
           END-IF
           END-IF
           END-IF.

      * The contract rate is the ACCRUAL_RATES row in force today for
      * the product's opening (zero) balance band - the same band and
      * effective-date rule ACCRUAL applies.
       SET-TERM-DEPOSIT-MATURITY.
           MOVE ZERO TO WS-CONTRACT-RATE

           EXEC SQL
               SELECT MONTHLY_RATE INTO :WS-CONTRACT-RATE
               FROM ACCRUAL_RATES
               WHERE ACCOUNT_TYPE = :LK-ACCOUNT-TYPE
                 AND ACTIVE_FLAG = 'Y'
                 AND COALESCE(TIER_MIN_BALANCE, 0) <= 0
                 AND COALESCE(EFFECTIVE_DATE, '0001-01-01')
                     <= CURRENT DATE
               ORDER BY COALESCE(TIER_MIN_BALANCE, 0) DESC,
                        COALESCE(EFFECTIVE_DATE, '0001-01-01') DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-CONTRACT-RATE
           END-IF

           EXEC SQL
               UPDATE ACCOUNTS
               SET MATURITY_DATE = CURRENT DATE + :WS-TERM-MONTHS
                                   MONTHS,
                   MATURITY_INSTR = :LK-MATURITY-INSTR,
                   PAYOUT_ACCOUNT_ID = :LK-PAYOUT-ACCOUNT-ID,
                   CONTRACT_RATE = :WS-CONTRACT-RATE
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT MATURITY_DATE INTO :LK-MATURITY-DATE
                   FROM ACCOUNTS
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
               END-EXEC
           END-IF

      * The ACCOUNTS row went in above - a term deposit without its
      * maturity terms must not be left behind, so it is backed out.
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-MATURITY-OK
               MOVE SQLCODE TO WS-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * The customer may change what happens at maturity at any time
      * before it - only a term deposit (one with a MATURITY_DATE)
      * that is still open takes an instruction.
       CHANGE-MATURITY-INSTRUCTION.
           PERFORM READ-CURRENT-STATUS
           MOVE SPACES TO LK-MATURITY-DATE

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   SELECT COALESCE(MATURITY_DATE, '0001-01-01')
                   INTO :LK-MATURITY-DATE
                   FROM ACCOUNTS
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
               END-EXEC
           END-IF

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF LK-MATURITY-DATE = '0001-01-01'
               MOVE 'ACCOUNT IS NOT A TERM DEPOSIT' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF WS-CURRENT-STATUS = 'CLOSED'
               MOVE 'ACCOUNT IS CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-MATURITY-INSTRUCTION

               IF MATURITY-OK
                   MOVE FUNCTION CURRENT-TIMESTAMP TO WS-AUDIT-TIMESTAMP

                   EXEC SQL
                       UPDATE ACCOUNTS
                       SET MATURITY_INSTR = :LK-MATURITY-INSTR,
                           PAYOUT_ACCOUNT_ID = :LK-PAYOUT-ACCOUNT-ID,
                           LAST_UPDATED = :WS-AUDIT-TIMESTAMP
                       WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'MATURITY INSTRUCTION UPDATED'
                           TO WS-RESPONSE
                       MOVE WS-CURRENT-STATUS TO WS-NEW-STATUS
                       MOVE 'MATINSTR' TO WS-AUDIT-CHANGE-TYPE
                       PERFORM WRITE-ACCOUNT-AUDIT
                   ELSE
                       MOVE 'ERROR UPDATING MATURITY INSTRUCTION'
                           TO WS-RESPONSE
                       MOVE SQLCODE TO WS-RETURN-CODE
                       MOVE 12 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       READ-ACCOUNT.
           EXEC SQL
               SELECT CUSTOMER_ID, ACCOUNT_TYPE, BALANCE,
                      ACCOUNT_STATUS, LAST_UPDATED,
                      COALESCE(CHAR(MATURITY_DATE), ' '),
                      COALESCE(MATURITY_INSTR, ' '),
                      COALESCE(PAYOUT_ACCOUNT_ID, ' ')
               INTO :LK-CUSTOMER-ID, :LK-ACCOUNT-TYPE, :LK-BALANCE,
                    :LK-ACCOUNT-STATUS, :LK-LAST-UPDATED,
                    :LK-MATURITY-DATE, :LK-MATURITY-INSTR,
                    :LK-PAYOUT-ACCOUNT-ID
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
           END-EXEC
           END-IF
           END-IF.

      * CLOSE still takes only an account already at zero - ESTATE,
      * APPRVQUE and the MQ dispatch depend on that. SETTLE is the
      * teller's whole closure in one unit of work: the final
      * interest and fees post through TXNPOST like any other
      * posting, the account's standing instructions and stop
      * payments are cancelled, the net balance is paid away, and
      * only then does CLOSE-ACCOUNT find the zero balance it insists
      * on. Any step failing backs the lot out, so an account is
      * either settled and closed or left exactly as it was.
       SETTLE-ACCOUNT.
           MOVE ZERO TO LK-SETTLE-INTEREST LK-SETTLE-FEES
                        LK-SETTLE-PAYOUT
           MOVE SPACES TO LK-CHEQUE-ID WS-CHEQUE-ID
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SETTLE-TIMESTAMP
           MOVE WS-SETTLE-TIMESTAMP(1:10) TO WS-SETTLE-DATE

           PERFORM READ-CURRENT-STATUS

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF WS-CURRENT-STATUS = 'CLOSED'
               MOVE 'ACCOUNT ALREADY CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
      * TXNPOST posts only to an OPEN account - a DORMANT account is
      * reactivated first, a FROZEN one released by whoever froze it.
           ELSE IF WS-CURRENT-STATUS NOT = 'OPEN'
               MOVE 'ONLY AN OPEN ACCOUNT CAN BE SETTLED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF WS-CURRENT-BALANCE < ZERO
               MOVE 'ACCOUNT IS OVERDRAWN, COLLECT BEFORE CLOSING'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-SETTLEMENT-PAYOUT
           END-IF
           END-IF
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM CHECK-ACTIVE-HOLDS
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM COMPUTE-SETTLEMENT
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM POST-SETTLEMENT-ENTRIES
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM CANCEL-ACCOUNT-INSTRUCTIONS
           END-IF

           IF LK-RETURN-CODE = 00 AND WS-PAYOUT-AMOUNT > ZERO
               PERFORM PAY-OUT-CLOSING-BALANCE
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM CLOSE-ACCOUNT
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM RECORD-ACCOUNT-CLOSURE
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM QUEUE-CLOSING-NOTICES
               MOVE WS-SETTLE-INTEREST TO LK-SETTLE-INTEREST
               MOVE WS-FEES-TOTAL      TO LK-SETTLE-FEES
               MOVE WS-PAYOUT-AMOUNT   TO LK-SETTLE-PAYOUT
               MOVE WS-CHEQUE-ID       TO LK-CHEQUE-ID
               MOVE 'ACCOUNT SETTLED AND CLOSED' TO WS-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * A blank payout account means an official cheque to the
      * primary holder; a named one must be open and must not be the
      * account being closed - the MATINSTR rule for a nominated
      * account.
       VALIDATE-SETTLEMENT-PAYOUT.
           IF LK-PAYOUT-ACCOUNT-ID = SPACES
               MOVE 'CHEQUE' TO WS-PAYOUT-METHOD
           ELSE IF LK-PAYOUT-ACCOUNT-ID = LK-ACCOUNT-ID
               MOVE 'PAYOUT ACCOUNT CANNOT BE THE ACCOUNT BEING CLOSED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'TRANSFER' TO WS-PAYOUT-METHOD
               MOVE SPACES TO WS-PAYOUT-STATUS

               EXEC SQL
                   SELECT ACCOUNT_STATUS INTO :WS-PAYOUT-STATUS
                   FROM ACCOUNTS
                   WHERE ACCOUNT_ID = :LK-PAYOUT-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0 OR WS-PAYOUT-STATUS NOT = 'OPEN'
                   MOVE 'NOMINATED PAYOUT ACCOUNT IS NOT OPEN'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF.

      * Held funds are spoken for - a garnishment, an uncleared
      * deposit or a dispute. The hold is released by whoever placed
      * it before the account can be paid out and closed.
       CHECK-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :WS-HOLD-COUNT
               FROM ACCOUNT_HOLDS
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                 AND RELEASED_AT IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING ACCOUNT HOLDS' TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE IF WS-HOLD-COUNT > ZERO
               MOVE 'ACCOUNT HAS ACTIVE HOLDS, RELEASE BEFORE CLOSING'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * ACCRUAL pays interest and charges maintenance a month in
      * arrears, stamping the month into each posting's DESCRIPTION
      * (and FEE_MONTH on a waiver). The days since the last month
      * it covered - or since opening, for an account it has never
      * reached - are what the settlement still owes and is owed:
      * the same monthly rate and fee ACCRUAL would apply, prorated
      * by the day on a 365-day year. The rate and maintenance fee
      * follow ACCRUAL's own lookup (contract rate for a term
      * deposit, else the ACCRUAL_RATES band in force today; MAINT on
      * FEE_SCHEDULE ahead of the band's flat fee) and the fee is
      * waived on the same minimum-balance and employee rules.
       COMPUTE-SETTLEMENT.
           MOVE ZERO TO WS-SETTLE-INTEREST WS-PRORATED-FEE
                        WS-CLOSURE-FEE WS-PENALTY-AMOUNT
                        WS-FEES-TOTAL WS-PAYOUT-AMOUNT
                        WS-SETTLE-DAYS WS-SETTLE-RATE WS-MAINT-FEE
                        WS-CONTRACT-RATE
           MOVE SPACES TO WS-LAST-ACCRUED-MONTH WS-ACCRUED-FROM

           EXEC SQL
               SELECT COALESCE(MAX(X.ACCRUED_MONTH), ' ')
               INTO :WS-LAST-ACCRUED-MONTH
               FROM (SELECT CASE WHEN TXN_TYPE = 'INTEREST'
                                 THEN SUBSTR(DESCRIPTION, 18, 7)
                                 ELSE SUBSTR(DESCRIPTION, 25, 7)
                            END AS ACCRUED_MONTH
                     FROM TRANSACTIONS
                     WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                       AND (DESCRIPTION LIKE 'MONTHLY INTEREST %'
                            OR DESCRIPTION LIKE
                               'MONTHLY MAINTENANCE FEE %')
                     UNION ALL
                     SELECT FEE_MONTH AS ACCRUED_MONTH
                     FROM FEE_WAIVERS
                     WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                       AND FEE_CODE = 'MAINT') AS X
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-LAST-ACCRUED-MONTH
           END-IF

           EXEC SQL
               SELECT CUSTOMER_ID, ACCOUNT_TYPE,
                      COALESCE(CONTRACT_RATE, 0),
                      COALESCE(MATURITY_DATE, '0001-01-01'),
                      CHAR(CASE WHEN :WS-LAST-ACCRUED-MONTH = ' '
                                THEN DATE(OPENED_DATE)
                                ELSE DATE(:WS-LAST-ACCRUED-MONTH
                                          CONCAT '-01') + 1 MONTH
                           END, ISO),
                      DAYS(CURRENT DATE) -
                      DAYS(CASE WHEN :WS-LAST-ACCRUED-MONTH = ' '
                                THEN DATE(OPENED_DATE)
                                ELSE DATE(:WS-LAST-ACCRUED-MONTH
                                          CONCAT '-01') + 1 MONTH
                           END)
               INTO :WS-ACCT-CUSTOMER-ID, :WS-ACCT-TYPE,
                    :WS-CONTRACT-RATE, :WS-MATURITY-DATE,
                    :WS-ACCRUED-FROM, :WS-SETTLE-DAYS
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING ACCOUNT FOR SETTLEMENT'
                   TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               IF WS-SETTLE-DAYS < ZERO
                   MOVE ZERO TO WS-SETTLE-DAYS
               END-IF
               PERFORM READ-SETTLEMENT-RATE
               PERFORM PRICE-SETTLEMENT-FEES
           END-IF

           IF LK-RETURN-CODE = 00
               IF WS-SETTLE-RATE > ZERO AND WS-CURRENT-BALANCE > ZERO
                   COMPUTE WS-SETTLE-INTEREST ROUNDED =
                       WS-CURRENT-BALANCE * WS-SETTLE-RATE * 12
                       * WS-SETTLE-DAYS / 365
               END-IF

               PERFORM COMPUTE-EARLY-CLOSURE-PENALTY

               COMPUTE WS-FEES-TOTAL = WS-PRORATED-FEE
                   + WS-CLOSURE-FEE + WS-PENALTY-AMOUNT
               COMPUTE WS-PAYOUT-AMOUNT = WS-CURRENT-BALANCE
                   + WS-SETTLE-INTEREST - WS-FEES-TOTAL

      * Fees are never allowed to take a closing account below zero -
      * TXNPOST would bounce the debit and charge NSF on top. The
      * shortfall is collected before the account comes back here.
               IF WS-PAYOUT-AMOUNT < ZERO
                   MOVE 'FINAL FEES EXCEED THE BALANCE, COLLECT FIRST'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF.

       READ-SETTLEMENT-RATE.
           EXEC SQL
               SELECT MONTHLY_RATE, MONTHLY_FEE
               INTO :WS-SETTLE-RATE, :WS-MAINT-FEE
               FROM ACCRUAL_RATES
               WHERE ACCOUNT_TYPE = :WS-ACCT-TYPE
                 AND ACTIVE_FLAG = 'Y'
                 AND COALESCE(TIER_MIN_BALANCE, 0)
                     <= :WS-CURRENT-BALANCE
                 AND COALESCE(EFFECTIVE_DATE, '0001-01-01')
                     <= CURRENT DATE
               ORDER BY COALESCE(TIER_MIN_BALANCE, 0) DESC,
                        COALESCE(EFFECTIVE_DATE, '0001-01-01') DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-SETTLE-RATE WS-MAINT-FEE
           END-IF

           IF WS-CONTRACT-RATE > ZERO
               MOVE WS-CONTRACT-RATE TO WS-SETTLE-RATE
           END-IF.

      * MAINT prorated for the unaccrued days, plus a CLOSE fee where
      * the product carries one on FEE_SCHEDULE - no CLOSE row, no
      * closing fee.
       PRICE-SETTLEMENT-FEES.
           MOVE 'MAINT' TO WS-SCHED-FEE-CODE
           PERFORM READ-SETTLEMENT-FEE-SCHEDULE
           IF SQLCODE = 0
               MOVE WS-SCHED-FEE TO WS-MAINT-FEE
           END-IF

           IF WS-MAINT-FEE > ZERO AND WS-SETTLE-DAYS > ZERO
               PERFORM CHECK-SETTLEMENT-FEE-WAIVER
               IF NOT FEE-WAIVED
                   COMPUTE WS-PRORATED-FEE ROUNDED =
                       WS-MAINT-FEE * 12 * WS-SETTLE-DAYS / 365
               END-IF
           END-IF

           MOVE 'CLOSE' TO WS-SCHED-FEE-CODE
           PERFORM READ-SETTLEMENT-FEE-SCHEDULE
           IF SQLCODE = 0
               MOVE WS-SCHED-FEE TO WS-CLOSURE-FEE
           END-IF.

      * The product's own row beats the ALL row; within either, the
      * latest effective date on or before today wins.
       READ-SETTLEMENT-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :WS-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = :WS-SCHED-FEE-CODE
                 AND PRODUCT_CODE IN (:WS-ACCT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= CURRENT DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * The closing balance stands in for the month's average - the
      * part month has no average of its own yet.
       CHECK-SETTLEMENT-FEE-WAIVER.
           MOVE 'N' TO WS-FEE-WAIVED
           MOVE ZERO TO WS-WVR-MIN-AVG
           MOVE SPACES TO WS-WVR-EMPLOYEE

           EXEC SQL
               SELECT COALESCE(MIN_AVG_BALANCE, 0),
                      COALESCE(WAIVE_EMPLOYEE, 'N')
               INTO :WS-WVR-MIN-AVG, :WS-WVR-EMPLOYEE
               FROM FEE_WAIVER_RULES
               WHERE ACCOUNT_TYPE = :WS-ACCT-TYPE
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               IF WS-WVR-MIN-AVG > ZERO
                       AND WS-CURRENT-BALANCE >= WS-WVR-MIN-AVG
                   MOVE 'Y' TO WS-FEE-WAIVED
               END-IF

               IF NOT FEE-WAIVED AND WS-WVR-EMPLOYEE = 'Y'
                   MOVE SPACES TO WS-EMPLOYEE-FLAG
                   EXEC SQL
                       SELECT COALESCE(EMPLOYEE_FLAG, 'N')
                       INTO :WS-EMPLOYEE-FLAG
                       FROM CUSTOMER_MASTER
                       WHERE CUSTOMER_ID = :WS-ACCT-CUSTOMER-ID
                   END-EXEC

                   IF SQLCODE = 0 AND WS-EMPLOYEE-FLAG = 'Y'
                       MOVE 'Y' TO WS-FEE-WAIVED
                   END-IF
               END-IF
           END-IF.

      * A term deposit closed before its MATURITY_DATE pays the
      * product's EARLY_WDL_PENALTY_PCT on everything taken out -
      * TXNPOST's own rule, waived the same way when the holder has
      * died.
       COMPUTE-EARLY-CLOSURE-PENALTY.
           MOVE ZERO TO WS-PENALTY-AMOUNT WS-PENALTY-PCT
           MOVE 'N' TO WS-HOLDER-DECEASED

           IF WS-MATURITY-DATE NOT = '0001-01-01'
                   AND WS-MATURITY-DATE > WS-SETTLE-DATE
               EXEC SQL
                   SELECT COALESCE(EARLY_WDL_PENALTY_PCT, 0)
                   INTO :WS-PENALTY-PCT
                   FROM PRODUCT_MASTER
                   WHERE PRODUCT_CODE = :WS-ACCT-TYPE
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO WS-PENALTY-PCT
               END-IF

               EXEC SQL
                   SELECT 'Y' INTO :WS-HOLDER-DECEASED
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :WS-ACCT-CUSTOMER-ID
                     AND DATE_OF_DEATH IS NOT NULL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'N' TO WS-HOLDER-DECEASED
               END-IF

               IF WS-PENALTY-PCT > ZERO AND WS-HOLDER-DECEASED = 'N'
                   COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                       (WS-CURRENT-BALANCE + WS-SETTLE-INTEREST)
                       * WS-PENALTY-PCT / 100
               END-IF
           END-IF.

      * A term deposit broken early has its maturity brought forward
      * to today first: the penalty is charged once, here, and
      * TXNPOST then sees no unexpired term on the fee and payout
      * debits that follow. Interest goes in ahead of the fees so
      * the fees never meet a balance they were priced against.
       POST-SETTLEMENT-ENTRIES.
           IF WS-MATURITY-DATE NOT = '0001-01-01'
                   AND WS-MATURITY-DATE > WS-SETTLE-DATE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET MATURITY_DATE = CURRENT DATE
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ENDING TERM DEPOSIT FOR SETTLEMENT'
                       TO WS-RESPONSE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 12 TO LK-RETURN-CODE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00 AND WS-SETTLE-INTEREST > ZERO
               MOVE SPACES TO WS-TXNPOST-COMMAREA
               MOVE 'INTEREST' TO WS-TP-TXN-TYPE
               MOVE WS-SETTLE-INTEREST TO WS-TP-AMOUNT
               STRING 'CLOSING INTEREST ' WS-ACCRUED-FROM
                      ' TO ' WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
               END-STRING
               PERFORM CALL-TXNPOST-FOR-SETTLEMENT
           END-IF

           IF LK-RETURN-CODE = 00 AND WS-PRORATED-FEE > ZERO
               MOVE SPACES TO WS-TXNPOST-COMMAREA
               MOVE 'FEE' TO WS-TP-TXN-TYPE
               COMPUTE WS-TP-AMOUNT = ZERO - WS-PRORATED-FEE
               MOVE 'MAINT' TO WS-TP-FEE-CODE
               STRING 'PRORATED MAINTENANCE FEE ' WS-ACCRUED-FROM
                      ' TO ' WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
               END-STRING
               PERFORM CALL-TXNPOST-FOR-SETTLEMENT
           END-IF

           IF LK-RETURN-CODE = 00 AND WS-CLOSURE-FEE > ZERO
               MOVE SPACES TO WS-TXNPOST-COMMAREA
               MOVE 'FEE' TO WS-TP-TXN-TYPE
               COMPUTE WS-TP-AMOUNT = ZERO - WS-CLOSURE-FEE
               MOVE 'CLOSE' TO WS-TP-FEE-CODE
               MOVE 'ACCOUNT CLOSING FEE' TO WS-TP-DESCRIPTION
               PERFORM CALL-TXNPOST-FOR-SETTLEMENT
           END-IF

           IF LK-RETURN-CODE = 00 AND WS-PENALTY-AMOUNT > ZERO
               MOVE SPACES TO WS-TXNPOST-COMMAREA
               MOVE 'FEE' TO WS-TP-TXN-TYPE
               COMPUTE WS-TP-AMOUNT = ZERO - WS-PENALTY-AMOUNT
               MOVE 'EARLYWDL' TO WS-TP-FEE-CODE
               MOVE 'EARLY WITHDRAWAL PENALTY - TERM DEPOSIT'
                   TO WS-TP-DESCRIPTION
               PERFORM CALL-TXNPOST-FOR-SETTLEMENT
           END-IF.

      * Every settlement posting goes in under the closing operator,
      * branch and channel, with today's date. The override flag is
      * set because the payout is by design the whole balance in one
      * debit; TXNPOST still honors it only for a role that holds
      * the OVERRIDE entitlement. A NSF bounce comes back as a
      * conflict - this program has no NSF code of its own.
       CALL-TXNPOST-FOR-SETTLEMENT.
           MOVE LK-ACCOUNT-ID  TO WS-TP-ACCOUNT-ID
           MOVE LK-EMPLOYEE-ID TO WS-TP-EMPLOYEE-ID
           MOVE WS-BRANCH-ID   TO WS-TP-BRANCH-ID
           MOVE WS-CHANNEL     TO WS-TP-CHANNEL
           MOVE 'Y'            TO WS-TP-OVERRIDE-FLAG
           IF WS-TP-FUNCTION = SPACES
               MOVE 'POST    ' TO WS-TP-FUNCTION
           END-IF
           MOVE 00 TO WS-TP-RETURN-CODE

           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE NOT = 00
               MOVE SPACES TO WS-RESPONSE
               STRING 'SETTLEMENT POSTING FAILED, TXNPOST RC: '
                      WS-TP-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-RESPONSE
               END-STRING
               IF WS-TP-RETURN-CODE = 20
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
               END-IF
           END-IF.

      * Nothing may fire against a closed account: standing
      * instructions paying out of it or into it are cancelled the
      * way STNDINST cancels one, and its open stop payments are
      * released the way STOPPAY releases one - before the payout
      * debit, which a stop could otherwise catch.
       CANCEL-ACCOUNT-INSTRUCTIONS.
           MOVE ZERO TO WS-SI-CANCELLED WS-STOPS-RELEASED

           EXEC SQL
               UPDATE STANDING_INSTRUCTIONS
               SET SI_STATUS = 'CANCELLED',
                   CANCELLED_AT = :WS-SETTLE-TIMESTAMP
               WHERE (FROM_ACCOUNT_ID = :LK-ACCOUNT-ID
                      OR TO_ACCOUNT_ID = :LK-ACCOUNT-ID)
                 AND SI_STATUS IN ('ACTIVE', 'SUSPENDED')
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SI-CANCELLED
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR CANCELLING STANDING INSTRUCTIONS'
                   TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE STOP_PAYMENTS
                   SET RELEASED_AT = :WS-SETTLE-TIMESTAMP,
                       RELEASED_BY = :LK-EMPLOYEE-ID
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                     AND RELEASED_AT IS NULL
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-STOPS-RELEASED
               ELSE IF SQLCODE NOT = 100
                   MOVE 'ERROR RELEASING STOP PAYMENTS' TO WS-RESPONSE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 12 TO LK-RETURN-CODE
               END-IF
               END-IF
           END-IF.

      * The net balance leaves by transfer to the nominated account,
      * or as an official cheque made out to the primary holder: the
      * debit posts through TXNPOST and the cheque goes on the
      * OFFICIAL_CHEQUES register for the cheque printer and the
      * outstanding-items reconciliation.
       PAY-OUT-CLOSING-BALANCE.
           MOVE SPACES TO WS-TXNPOST-COMMAREA

           IF WS-PAYOUT-METHOD = 'TRANSFER'
               MOVE 'XFER    ' TO WS-TP-FUNCTION
               MOVE 'TRANSFER' TO WS-TP-TXN-TYPE
               MOVE WS-PAYOUT-AMOUNT TO WS-TP-AMOUNT
               MOVE LK-PAYOUT-ACCOUNT-ID TO WS-TP-TO-ACCOUNT-ID
               STRING 'CLOSING BALANCE OF ' LK-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
               END-STRING
               PERFORM CALL-TXNPOST-FOR-SETTLEMENT
           ELSE
               PERFORM GENERATE-CHEQUE-ID

               IF LK-RETURN-CODE = 00
                   MOVE 'WITHDRAWAL' TO WS-TP-TXN-TYPE
                   COMPUTE WS-TP-AMOUNT = ZERO - WS-PAYOUT-AMOUNT
                   STRING 'CLOSING BALANCE BY OFFICIAL CHEQUE '
                          WS-CHEQUE-ID
                       DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
                   END-STRING
                   PERFORM CALL-TXNPOST-FOR-SETTLEMENT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM ISSUE-OFFICIAL-CHEQUE
               END-IF
           END-IF.

      * CHEQUE_ID is owned by the system, drawn from the
      * CHEQUE_CONTROL one-row counter the way CARDMSTR draws card
      * numbers.
       GENERATE-CHEQUE-ID.
           EXEC SQL
               UPDATE CHEQUE_CONTROL
               SET LAST_CHEQUE_NUMBER = LAST_CHEQUE_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING CHEQUE NUMBER' TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT LAST_CHEQUE_NUMBER INTO :WS-NEXT-NUMBER
                   FROM CHEQUE_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING CHEQUE NUMBER' TO WS-RESPONSE
                   MOVE SQLCODE TO WS-RETURN-CODE
                   MOVE 12 TO LK-RETURN-CODE
               ELSE
                   MOVE WS-NEXT-NUMBER TO WS-CHEQUE-NUMBER
                   MOVE SPACES TO WS-CHEQUE-ID
                   STRING 'CHQ' WS-CHEQUE-NUMBER
                       DELIMITED BY SIZE INTO WS-CHEQUE-ID
                   END-STRING
               END-IF
           END-IF.

       ISSUE-OFFICIAL-CHEQUE.
           MOVE SPACES TO WS-PAYEE-NAME

           EXEC SQL
               SELECT NAME INTO :WS-PAYEE-NAME
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :WS-ACCT-CUSTOMER-ID
           END-EXEC

           EXEC SQL
               INSERT INTO OFFICIAL_CHEQUES
                   (CHEQUE_ID, ACCOUNT_ID, CUSTOMER_ID, PAYEE_NAME,
                    AMOUNT, CHEQUE_STATUS, ISSUED_BY, ISSUED_AT)
               VALUES
                   (:WS-CHEQUE-ID, :LK-ACCOUNT-ID,
                    :WS-ACCT-CUSTOMER-ID, :WS-PAYEE-NAME,
                    :WS-PAYOUT-AMOUNT, 'ISSUED', :LK-EMPLOYEE-ID,
                    :WS-SETTLE-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING OFFICIAL CHEQUE' TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * One ACCOUNT_CLOSURES row per settled account - what was
      * credited, charged and paid where, and what was cancelled.
      * FINAL_STMT_STATUS PENDING is STMTGEN's cue to print the
      * closing statement on its next run, whatever the holder's
      * cycle.
       RECORD-ACCOUNT-CLOSURE.
           EXEC SQL
               INSERT INTO ACCOUNT_CLOSURES
                   (ACCOUNT_ID, CUSTOMER_ID, CLOSED_DATE, ACCRUED_FROM,
                    INTEREST_AMOUNT, FEE_AMOUNT, PAYOUT_AMOUNT,
                    PAYOUT_METHOD, PAYOUT_ACCOUNT_ID, CHEQUE_ID,
                    SI_CANCELLED, STOPS_RELEASED, FINAL_STMT_STATUS,
                    SETTLED_BY, SETTLED_AT)
               VALUES
                   (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                    :WS-SETTLE-DATE, :WS-ACCRUED-FROM,
                    :WS-SETTLE-INTEREST, :WS-FEES-TOTAL,
                    :WS-PAYOUT-AMOUNT, :WS-PAYOUT-METHOD,
                    NULLIF(:LK-PAYOUT-ACCOUNT-ID, ' '),
                    NULLIF(:WS-CHEQUE-ID, ' '),
                    :WS-SI-CANCELLED, :WS-STOPS-RELEASED, 'PENDING',
                    :LK-EMPLOYEE-ID, :WS-SETTLE-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING ACCOUNT CLOSURE' TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * Every holder hears the account is closed - the primary on
      * the ACCOUNTS row and each live ACCOUNT_OWNERS holder, once
      * each. NOTICEGEN merges the ACCTCLOS template. A queue failure
      * does not undo the closure, the way COMPLMNT's acknowledgment
      * never fails an intake.
       QUEUE-CLOSING-NOTICES.
           MOVE SPACES TO WS-NOTICE-CONTEXT
           STRING 'ACCOUNT ' LK-ACCOUNT-ID ' CLOSED ' WS-SETTLE-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-CONTEXT
           END-STRING

           EXEC SQL
               INSERT INTO NOTICE_QUEUE
                   (CUSTOMER_ID, TEMPLATE_CODE, CONTEXT_TEXT,
                    NOTICE_STATUS, QUEUED_AT)
               SELECT H.CUSTOMER_ID, 'ACCTCLOS', :WS-NOTICE-CONTEXT,
                      'PENDING', :WS-SETTLE-TIMESTAMP
               FROM (SELECT CUSTOMER_ID
                     FROM ACCOUNTS
                     WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                     UNION
                     SELECT CUSTOMER_ID
                     FROM ACCOUNT_OWNERS
                     WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                       AND REMOVED_AT IS NULL) AS H
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR QUEUEING CLOSING NOTICES, SQLCODE: '
                   SQLCODE
           END-IF.

       READ-CURRENT-STATUS.
           MOVE SPACES TO WS-CURRENT-STATUS
           MOVE ZERO TO WS-CURRENT-BALANCE
                   SQLCODE
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
           END-IF

           IF LK-ACCOUNT-ID NOT = SPACES
                   AND NOT FUNC-OPEN
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-ACCOUNT-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF

           IF LK-PAYOUT-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-PAYOUT-ACCOUNT-ID TO WS-IDN-ID
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

