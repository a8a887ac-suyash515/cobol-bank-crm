       01  WS-AVAILABLE-BALANCE   PIC S9(9)V99 COMP-3.

      * NSF fee debited when a posting bounces off the overdraft
      * limit. The price is the FEE_SCHEDULE row for fee code NSF in
      * force on the posting date (the account's product, else ALL).
      * Until operations have loaded that row the older whole-dollar
      * NSFFEE row in BATCH_PARMS still applies, then the default.
       01  WS-NSF-FEE             PIC S9(9)V99 COMP-3 VALUE 25.00.
       01  WS-NSF-PARM-VALUE      PIC X(26).
       01  WS-NSF-FEE-DOLLARS     PIC 9(05).
       01  WS-SCHED-FEE           PIC S9(9)V99 COMP-3.

      * Overdraft protection: before a debit bounces, the shortfall
      * plus the protection fee - rounded up to the link's increment
      * when one is set - is drawn from the account named on the
      * active OVERDRAFT_PROTECTION_LINKS row that ODPLINK maintains.
      * The draw posts as an ordinary transfer pair through
      * POST-TRANSFER-LEG under an ODP reference, and the smaller
      * ODPXFER fee replaces the NSF fee. The protecting account is
      * never taken below an available balance of zero; when it
      * cannot cover the draw the debit bounces as before. The fee
      * is priced like the NSF fee - FEE_SCHEDULE, then the older
      * whole-dollar ODPFEE row in BATCH_PARMS, then the default.
       01  WS-ODP-PROTECTING-ID   PIC X(12).
       01  WS-ODP-INCREMENT       PIC S9(9)V99 COMP-3.
       01  WS-ODP-STATUS          PIC X(10).
       01  WS-ODP-CUSTOMER-ID     PIC X(10).
       01  WS-ODP-BALANCE         PIC S9(9)V99 COMP-3.
       01  WS-ODP-HOLD-TOTAL      PIC S9(9)V99 COMP-3.
       01  WS-ODP-AVAILABLE       PIC S9(9)V99 COMP-3.
       01  WS-ODP-SHORTFALL       PIC S9(9)V99 COMP-3.
       01  WS-ODP-NEEDED          PIC S9(9)V99 COMP-3.
       01  WS-ODP-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-ODP-UNITS           PIC S9(9) COMP-3.
       01  WS-ODP-FEE             PIC S9(9)V99 COMP-3 VALUE 10.00.
       01  WS-ODP-PARM-VALUE      PIC X(26).
       01  WS-ODP-FEE-DOLLARS     PIC 9(05).
       01  WS-ODP-AMOUNT-EDIT     PIC Z(8)9.99.
       01  WS-ODP-REF             PIC X(17).
       01  WS-ODP-FEE-DESCRIPTION PIC X(100).
       01  WS-ODP-APPLIED         PIC X VALUE 'N'.
           88  ODP-APPLIED            VALUE 'Y'.

       01  WS-TXN-DATE            PIC X(10).

      * Value dating: TXN_DATE is always the posting date and
      * VALUE_DATE the date the money counts from - what ACCRUAL's
      * daily average and EODSNAP's value-dated balance run off. A
      * blank or same-day requested date is today's value, unless a
      * live-channel posting lands at or after the BATCH_PARMS
      * CUTOFF time (HHMM) or on a day the bank is shut, when it
      * rolls to the next BUSINESS_CALENDAR business day. An earlier
      * date is back-valued: up to BACKDAYS calendar days back any
      * poster may key it, beyond that only a role holding the
      * BACKVAL entitlement - the checker on an APPRVQUE BACKVAL
      * request. Every back-valued posting is queued on
      * VALUE_DATE_ADJUSTMENTS for ACCRUAL's interest catch-up and
      * EODSNAP's restatement of the days in between.
       01  WS-VALUE-DATE          PIC X(10).
       01  WS-POSTING-TIME        PIC X(04).
       01  WS-CUTOFF-TIME         PIC X(04) VALUE '1700'.
       01  WS-BACK-DAYS-LIMIT     PIC S9(9) COMP-5 VALUE 5.
       01  WS-BACK-DAYS           PIC S9(9) COMP-5.
       01  WS-BACK-DAYS-PARM      PIC 9(03).
       01  WS-VD-PARM-NAME        PIC X(10).
       01  WS-VD-PARM-VALUE       PIC X(26).
       01  WS-DAY-OF-WEEK         PIC S9(4) COMP-5.
       01  WS-HOLIDAY-FLAG        PIC X(01).
       01  WS-BUSINESS-DAY        PIC X VALUE 'N'.
           88  BUSINESS-DAY           VALUE 'Y'.
       01  WS-BACK-VALUED         PIC X VALUE 'N'.
           88  BACK-VALUED            VALUE 'Y'.
       01  WS-BACKVAL-OK          PIC X VALUE 'N'.
           88  BACKVAL-OK             VALUE 'Y'.

      * Term deposits: a debit dated before the account's
      * MATURITY_DATE is charged the product's early-withdrawal
      * penalty (EARLY_WDL_PENALTY_PCT of the amount taken, from
      * PRODUCT_MASTER) as its own FEE row. The penalty is waived on
      * a deceased holder's account, the usual estate concession.
       01  WS-MATURITY-DATE       PIC X(10).
       01  WS-PENALTY-PCT         PIC S9(3)V99 COMP-3.
       01  WS-PENALTY-AMOUNT      PIC S9(9)V99 COMP-3.
       01  WS-HOLDER-DECEASED     PIC X(01).
       01  WS-PENALTY-FAILED      PIC X VALUE 'N'.
           88  PENALTY-FAILED         VALUE 'Y'.
       01  WS-TXN-TIMESTAMP       PIC X(26).

       01  WS-TO-STATUS           PIC X(10).

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
           05  LK-CUSTOMER-ID     PIC X(10).
      * Requested value date on a POST - blank for today; the
      * original posting date on a REVERSE.
           05  LK-TXN-DATE        PIC X(10).
           05  LK-TXN-TYPE        PIC X(10).
           05  LK-AMOUNT          PIC S9(9)V99.
      * breach - honored only when the operator's role holds the
      * OVERRIDE entitlement for this program.
           05  LK-OVERRIDE-FLAG   PIC X(01).
      * Fee postings from another program (ACCTMSTR's closure
      * settlement) name their FEE_SCHEDULE code so the row lands on
      * FEEREP like any fee charged here; blank for everything else.
           05  LK-FEE-CODE        PIC X(08).
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
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM RESOLVE-VALUE-DATE

               IF LK-RETURN-CODE = 00
                   PERFORM READ-ACCOUNT-FOR-POSTING
               END-IF

               IF LK-RETURN-CODE = 00 AND LK-AMOUNT < ZERO
                   PERFORM CHECK-STOP-PAYMENT
                   PERFORM CHECK-VELOCITY-LIMITS
               END-IF

      * An early-withdrawal penalty comes off the same balance, so it
      * is worked out first and counted in the overdraft and NSF
      * tests with the debit it rides on.
               MOVE ZERO TO WS-PENALTY-AMOUNT
               IF LK-RETURN-CODE = 00 AND LK-AMOUNT < ZERO
                   PERFORM CHECK-EARLY-WITHDRAWAL-PENALTY
               END-IF

               MOVE 'N' TO WS-ODP-APPLIED
               IF LK-RETURN-CODE = 00 AND LK-AMOUNT < ZERO
                       AND WS-CURRENT-STATUS = 'OPEN'
                       AND WS-AVAILABLE-BALANCE + LK-AMOUNT
                           - WS-PENALTY-AMOUNT
                           < ZERO - WS-OVERDRAFT-LIMIT
                   COMPUTE WS-ODP-SHORTFALL = ZERO - WS-OVERDRAFT-LIMIT
                       - WS-AVAILABLE-BALANCE - LK-AMOUNT
                       + WS-PENALTY-AMOUNT
                   PERFORM APPLY-OVERDRAFT-PROTECTION
               END-IF

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF WS-CURRENT-STATUS NOT = 'OPEN'
      * same insert-plus-balance pairing as any other transaction.
               ELSE IF LK-AMOUNT < ZERO
                       AND WS-AVAILABLE-BALANCE + LK-AMOUNT
                           - WS-PENALTY-AMOUNT
                           < ZERO - WS-OVERDRAFT-LIMIT
                   MOVE 'INSUFFICIENT FUNDS, DEBIT REJECTED - NSF FEE'
                       TO WS-RESPONSE
               ELSE
                   PERFORM INSERT-TRANSACTION-ROW

                   IF LK-RETURN-CODE = 00 AND BACK-VALUED
                       PERFORM QUEUE-VALUE-DATE-ADJUSTMENT
                   END-IF

                   IF LK-RETURN-CODE = 00
                       PERFORM UPDATE-ACCOUNT-BALANCE
                   ELSE IF ODP-APPLIED
                       EXEC SQL ROLLBACK END-EXEC
                   END-IF
                   END-IF

                   IF LK-RETURN-CODE = 00
                           AND WS-PENALTY-AMOUNT > ZERO
                       PERFORM POST-EARLY-WITHDRAWAL-PENALTY
                       IF PENALTY-FAILED
                           MOVE 'ERROR CHARGING EARLY WITHDRAWAL '
                               TO WS-RESPONSE
                           MOVE 'PENALTY, POSTING BACKED OUT'
                               TO WS-RESPONSE(33:)
                           MOVE 12 TO LK-RETURN-CODE
                           EXEC SQL ROLLBACK END-EXEC
                       ELSE
                           SUBTRACT WS-PENALTY-AMOUNT
                               FROM LK-NEW-BALANCE
                       END-IF
                   END-IF

                   IF LK-RETURN-CODE = 00 AND ODP-APPLIED
                       MOVE 'POSTED - OVERDRAFT PROTECTION USED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
               END-IF
       READ-ACCOUNT-FOR-POSTING.
           MOVE SPACES TO WS-CURRENT-STATUS WS-ACCT-CUSTOMER-ID
           MOVE ZERO TO WS-CURRENT-BALANCE WS-OVERDRAFT-LIMIT
           MOVE '0001-01-01' TO WS-MATURITY-DATE

      * OVERDRAFT_LIMIT is how far below zero this account may go -
      * zero (or a row converted before the column existed) means no
      * overdraft facility at all.
           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID, BALANCE,
                      COALESCE(OVERDRAFT_LIMIT, 0), ACCOUNT_TYPE,
                      COALESCE(MATURITY_DATE, '0001-01-01')
               INTO :WS-CURRENT-STATUS, :WS-ACCT-CUSTOMER-ID,
                    :WS-CURRENT-BALANCE, :WS-OVERDRAFT-LIMIT,
                    :WS-ACCOUNT-TYPE, :WS-MATURITY-DATE
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
           END-EXEC
                   SQLCODE
           END-IF.

      * A POST debit arrives negative and a transfer positive; the
      * stop ranges are held as absolute amounts either way.
       CHECK-STOP-PAYMENT.
           MOVE 'N' TO WS-STOP-MATCHED
           MOVE SPACES TO WS-STOP-ID
           IF LK-AMOUNT < ZERO
               COMPUTE WS-STOP-ABS-AMOUNT = ZERO - LK-AMOUNT
           ELSE
               MOVE LK-AMOUNT TO WS-STOP-ABS-AMOUNT
           END-IF

           EXEC SQL
               SELECT STOP_ID INTO :WS-STOP-ID
                    AMOUNT, DESCRIPTION, ITEM_SOURCE, STOPPED_AT)
               VALUES
                   (:WS-STOP-ID, :LK-ACCOUNT-ID,
                    :WS-ACCT-CUSTOMER-ID, :WS-TXN-DATE,
                    - :WS-STOP-ABS-AMOUNT,
                    :LK-DESCRIPTION, 'ONLINE', :WS-TXN-TIMESTAMP)
           END-EXEC

           COMPUTE WS-AVAILABLE-BALANCE =
               WS-CURRENT-BALANCE - WS-HOLD-TOTAL.

      * TXN_DATE is the posting date and VALUE_DATE the one
      * RESOLVE-VALUE-DATE settled on - a back-dated posting keyed
      * from paper now carries its date as the value date instead of
      * rewriting when it was posted, so GLRECON's day still proves.
      * The operator is stamped on the row so TLRDRAWR can tie a
      * teller's cash postings to their drawer.
       INSERT-TRANSACTION-ROW.
           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     FEE_CODE, EMPLOYEE_ID, VALUE_DATE)
               VALUES (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                       :WS-TXN-DATE, :LK-TXN-TYPE, :LK-AMOUNT,
                       :LK-DESCRIPTION,
                       :WS-BRANCH-ID, :WS-CHANNEL,
                       NULLIF(:LK-FEE-CODE, ' '),
                       :LK-EMPLOYEE-ID, :WS-VALUE-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * Settles WS-TXN-DATE (today) and WS-VALUE-DATE for a POST.
      * SYSTEM callers - batch posters, the MQ dispatch, the approval
      * queue - post on the day they run; the cut-off is for items
      * taken at a counter or over a live channel.
       RESOLVE-VALUE-DATE.
           MOVE 'N' TO WS-BACK-VALUED
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP
           MOVE WS-TXN-TIMESTAMP(1:10) TO WS-TXN-DATE

           IF LK-TXN-DATE = SPACES OR LK-TXN-DATE = WS-TXN-DATE
               MOVE WS-TXN-DATE TO WS-VALUE-DATE
               IF WS-CHANNEL NOT = 'SYSTEM'
                   PERFORM APPLY-POSTING-CUTOFF
               END-IF
           ELSE
               MOVE LK-TXN-DATE TO WS-VALUE-DATE
               PERFORM CHECK-BACK-VALUE-WINDOW
           END-IF.

      * Past the cut-off, or on a weekend or calendar holiday, the
      * value date walks forward to the next business day. A date
      * with no BUSINESS_CALENDAR row is an ordinary working day
      * unless it falls on a weekend, as OPSREP and BATCHRUN read it.
       APPLY-POSTING-CUTOFF.
           MOVE 'CUTOFF' TO WS-VD-PARM-NAME
           PERFORM READ-VALUE-DATE-PARM
           IF WS-VD-PARM-VALUE(1:4) NUMERIC
               MOVE WS-VD-PARM-VALUE(1:4) TO WS-CUTOFF-TIME
           END-IF

           MOVE WS-TXN-TIMESTAMP(12:2) TO WS-POSTING-TIME(1:2)
           MOVE WS-TXN-TIMESTAMP(15:2) TO WS-POSTING-TIME(3:2)

           IF WS-POSTING-TIME NOT < WS-CUTOFF-TIME
               PERFORM ADVANCE-VALUE-DATE
           END-IF

           PERFORM CHECK-VALUE-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               PERFORM ADVANCE-VALUE-DATE
               PERFORM CHECK-VALUE-BUSINESS-DAY
           END-PERFORM.

       ADVANCE-VALUE-DATE.
           EXEC SQL
               SET :WS-VALUE-DATE =
                   CHAR(DATE(:WS-VALUE-DATE) + 1 DAY, ISO)
           END-EXEC.

      * A calendar or date-function failure counts as a business day
      * so the walk always ends.
       CHECK-VALUE-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY
           MOVE 'N' TO WS-HOLIDAY-FLAG
           MOVE ZERO TO WS-DAY-OF-WEEK

           EXEC SQL
               SELECT COALESCE(HOLIDAY_FLAG, 'N')
               INTO :WS-HOLIDAY-FLAG
               FROM BUSINESS_CALENDAR
               WHERE CAL_DATE = :WS-VALUE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-HOLIDAY-FLAG
           END-IF

           EXEC SQL
               SET :WS-DAY-OF-WEEK = DAYOFWEEK(DATE(:WS-VALUE-DATE))
           END-EXEC

           IF WS-HOLIDAY-FLAG = 'Y'
                   OR WS-DAY-OF-WEEK = 1 OR WS-DAY-OF-WEEK = 7
               MOVE 'N' TO WS-BUSINESS-DAY
           END-IF.

      * A value date may not run ahead of the posting date. Beyond
      * the BACKDAYS window the operator's role must hold BACKVAL for
      * this program - tellers raise an APPRVQUE BACKVAL request and
      * the approving checker's call lands here with the entitlement.
      * Either way a beyond-window attempt is on SECURITY_AUDIT_LOG.
       CHECK-BACK-VALUE-WINDOW.
           MOVE ZERO TO WS-BACK-DAYS

           EXEC SQL
               SET :WS-BACK-DAYS = DAYS(DATE(:WS-TXN-DATE))
                                 - DAYS(DATE(:WS-VALUE-DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'VALUE DATE IS NOT A VALID DATE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF WS-BACK-DAYS < ZERO
               MOVE 'VALUE DATE CANNOT BE AFTER THE POSTING DATE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-BACK-VALUED

               MOVE 'BACKDAYS' TO WS-VD-PARM-NAME
               PERFORM READ-VALUE-DATE-PARM
               IF WS-VD-PARM-VALUE(1:3) NUMERIC
                   MOVE WS-VD-PARM-VALUE(1:3) TO WS-BACK-DAYS-PARM
                   MOVE WS-BACK-DAYS-PARM TO WS-BACK-DAYS-LIMIT
               END-IF

               IF WS-BACK-DAYS > WS-BACK-DAYS-LIMIT
                   PERFORM CHECK-BACKVAL-AUTHORITY
               END-IF
           END-IF
           END-IF.

       CHECK-BACKVAL-AUTHORITY.
           MOVE 'N' TO WS-BACKVAL-OK

           EXEC SQL
               SELECT 'X' INTO :WS-BACKVAL-OK
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'TXNPOST'
                 AND FUNCTION_CODE = 'BACKVAL'
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-BACKVAL-OK
           END-IF

           IF BACKVAL-OK
               MOVE 'BACKVAL' TO WS-LIMIT-AUDIT-CODE
               PERFORM WRITE-LIMIT-AUDIT
           ELSE
               MOVE 'BACKVALRQ' TO WS-LIMIT-AUDIT-CODE
               PERFORM WRITE-LIMIT-AUDIT
               MOVE 'VALUE DATE OUTSIDE WINDOW - SUBMIT FOR APPROVAL'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF.

       READ-VALUE-DATE-PARM.
           MOVE SPACES TO WS-VD-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :WS-VD-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'TXNPOST'
                 AND PARM_NAME = :WS-VD-PARM-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-VD-PARM-VALUE
           END-IF.

      * The queue row lands in the posting's own unit of work, so a
      * back-valued posting is never on the ledger without ACCRUAL
      * and EODSNAP knowing to catch up on it.
       QUEUE-VALUE-DATE-ADJUSTMENT.
           EXEC SQL
               INSERT INTO VALUE_DATE_ADJUSTMENTS
                   (ACCOUNT_ID, CUSTOMER_ID, TXN_TYPE, AMOUNT,
                    VALUE_DATE, POSTING_DATE, INTEREST_STATUS,
                    SNAPSHOT_STATUS, QUEUED_BY, QUEUED_AT)
               VALUES
                   (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                    :LK-TXN-TYPE, :LK-AMOUNT, :WS-VALUE-DATE,
                    :WS-TXN-DATE, 'PENDING', 'PENDING',
                    :LK-EMPLOYEE-ID, :WS-TXN-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR QUEUING VALUE DATE ADJUSTMENT, BACKED OUT'
                   TO WS-RESPONSE
               MOVE SQLCODE TO WS-RETURN-CODE
               MOVE 12 TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       UPDATE-ACCOUNT-BALANCE.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP

               PERFORM READ-ACCOUNT-FOR-POSTING
               PERFORM READ-TO-ACCOUNT

      * The debit leg answers to the from-account's stop payments
      * just as a POST debit does - online banking and the teller
      * screen both move money out through here.
               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-STOP-PAYMENT
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE LK-AMOUNT TO WS-DEBIT-ABS
                   PERFORM CHECK-VELOCITY-LIMITS
               END-IF

      * As on a POST debit, the penalty is known before the overdraft
      * and NSF tests and counted in them. A transfer is valued
      * today.
               MOVE ZERO TO WS-PENALTY-AMOUNT
               IF LK-RETURN-CODE = 00
                   MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP
                   MOVE WS-TXN-TIMESTAMP(1:10) TO WS-VALUE-DATE
                   PERFORM CHECK-EARLY-WITHDRAWAL-PENALTY
               END-IF

               MOVE 'N' TO WS-ODP-APPLIED
               IF LK-RETURN-CODE = 00
                       AND WS-CURRENT-STATUS = 'OPEN'
                       AND WS-TO-STATUS = 'OPEN'
                       AND WS-AVAILABLE-BALANCE - LK-AMOUNT
                           - WS-PENALTY-AMOUNT
                           < ZERO - WS-OVERDRAFT-LIMIT
                   COMPUTE WS-ODP-SHORTFALL = ZERO - WS-OVERDRAFT-LIMIT
                       - WS-AVAILABLE-BALANCE + LK-AMOUNT
                       + WS-PENALTY-AMOUNT
                   PERFORM APPLY-OVERDRAFT-PROTECTION
               END-IF

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF WS-CURRENT-STATUS NOT = 'OPEN'
      * balance and overdraft limit exactly like a straight POST
      * debit, with the same NSF fee.
               ELSE IF WS-AVAILABLE-BALANCE - LK-AMOUNT
                       - WS-PENALTY-AMOUNT
                       < ZERO - WS-OVERDRAFT-LIMIT
                   MOVE 'INSUFFICIENT FUNDS, TRANSFER REJECTED - NSF'
                       TO WS-RESPONSE
                       PERFORM POST-TRANSFER-LEG
                   END-IF

                   IF NOT LEG-FAILED AND WS-PENALTY-AMOUNT > ZERO
                       PERFORM POST-EARLY-WITHDRAWAL-PENALTY
                       IF PENALTY-FAILED
                           MOVE 'Y' TO WS-LEG-FAILED
                       END-IF
                   END-IF

                   IF LEG-FAILED
                       MOVE 'TRANSFER FAILED, BOTH LEGS BACKED OUT'
                           TO WS-RESPONSE
                   ELSE
                       COMPUTE LK-NEW-BALANCE =
                           WS-CURRENT-BALANCE - LK-AMOUNT
                           - WS-PENALTY-AMOUNT
                       MOVE 'TRANSFER POSTED SUCCESSFULLY'
                           TO WS-RESPONSE
      * The stamped description goes back to the caller so it has
      * the transfer reference to quote to the customer.
                       MOVE WS-XFER-DESCRIPTION TO LK-DESCRIPTION
                       IF ODP-APPLIED
                           MOVE 'TRANSFER POSTED - OVERDRAFT PROTECTION'
                               TO WS-RESPONSE
                           MOVE 'USED' TO WS-RESPONSE(40:)
                       END-IF
                       MOVE LK-ACCOUNT-ID       TO WS-TA-ACCOUNT-ID
                       MOVE WS-ACCT-CUSTOMER-ID TO WS-TA-CUSTOMER-ID
                       COMPUTE WS-TA-AMOUNT = ZERO - LK-AMOUNT
           END-IF
           END-IF.

      * Runs ahead of the NSF decision with the shortfall already
      * worked out - the amount that would bring the available
      * balance back to the overdraft limit. No active link, a
      * protector that is not open or cannot cover the draw, or a
      * transfer whose to-account is the protector itself leaves
      * everything untouched and the debit bounces as it always did.
      * A successful draw lifts the balances the NSF test reads, so
      * the posting then takes its normal path.
       APPLY-OVERDRAFT-PROTECTION.
           MOVE SPACES TO WS-ODP-PROTECTING-ID
           MOVE ZERO TO WS-ODP-INCREMENT

           EXEC SQL
               SELECT PROTECTING_ACCOUNT_ID,
                      COALESCE(INCREMENT_AMOUNT, 0)
               INTO :WS-ODP-PROTECTING-ID, :WS-ODP-INCREMENT
               FROM OVERDRAFT_PROTECTION_LINKS
               WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
                 AND ACTIVE_FLAG = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               CONTINUE
           ELSE IF FUNC-XFER
                   AND WS-ODP-PROTECTING-ID = LK-TO-ACCOUNT-ID
               CONTINUE
           ELSE
               PERFORM READ-PROTECTING-ACCOUNT
               PERFORM SIZE-PROTECTION-TRANSFER

               IF WS-ODP-STATUS = 'OPEN'
                       AND WS-ODP-AMOUNT > ZERO
                       AND WS-ODP-AMOUNT NOT > WS-ODP-AVAILABLE
                   PERFORM POST-PROTECTION-TRANSFER
               END-IF
           END-IF
           END-IF.

       READ-PROTECTING-ACCOUNT.
           MOVE SPACES TO WS-ODP-STATUS WS-ODP-CUSTOMER-ID
           MOVE ZERO TO WS-ODP-BALANCE WS-ODP-HOLD-TOTAL
                        WS-ODP-AVAILABLE

           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID, BALANCE
               INTO :WS-ODP-STATUS, :WS-ODP-CUSTOMER-ID,
                    :WS-ODP-BALANCE
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :WS-ODP-PROTECTING-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-ODP-STATUS
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :WS-ODP-HOLD-TOTAL
                   FROM ACCOUNT_HOLDS
                   WHERE ACCOUNT_ID = :WS-ODP-PROTECTING-ID
                     AND RELEASED_AT IS NULL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE ZERO TO WS-ODP-HOLD-TOTAL
               END-IF

               COMPUTE WS-ODP-AVAILABLE =
                   WS-ODP-BALANCE - WS-ODP-HOLD-TOTAL
           END-IF.

      * The draw covers the shortfall and the fee it brings with it.
      * A rounded draw the protector cannot cover falls back to the
      * exact amount rather than bouncing the debit.
       SIZE-PROTECTION-TRANSFER.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP
           MOVE WS-TXN-TIMESTAMP(1:10) TO WS-TXN-DATE

           PERFORM READ-ODP-FEE-PARM
           PERFORM READ-ODP-FEE-SCHEDULE

           COMPUTE WS-ODP-NEEDED = WS-ODP-SHORTFALL + WS-ODP-FEE
           MOVE WS-ODP-NEEDED TO WS-ODP-AMOUNT

           IF WS-ODP-INCREMENT > ZERO
               COMPUTE WS-ODP-UNITS = WS-ODP-NEEDED / WS-ODP-INCREMENT
               IF WS-ODP-UNITS * WS-ODP-INCREMENT < WS-ODP-NEEDED
                   ADD 1 TO WS-ODP-UNITS
               END-IF
               COMPUTE WS-ODP-AMOUNT =
                   WS-ODP-UNITS * WS-ODP-INCREMENT

               IF WS-ODP-AMOUNT > WS-ODP-AVAILABLE
                   MOVE WS-ODP-NEEDED TO WS-ODP-AMOUNT
               END-IF
           END-IF.

      * Both legs and the fee row land in the caller's unit of work -
      * a failure anywhere backs the draw out and the caller sees
      * return code 12 rather than a half-protected posting.
       POST-PROTECTION-TRANSFER.
           MOVE SPACES TO WS-ODP-REF
           STRING 'ODP'                    DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(1:4)    DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(6:2)    DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(9:2)    DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(12:2)   DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(15:2)   DELIMITED BY SIZE
                  WS-TXN-TIMESTAMP(18:2)   DELIMITED BY SIZE
               INTO WS-ODP-REF
           END-STRING

           MOVE SPACES TO WS-XFER-DESCRIPTION
           STRING WS-ODP-REF               DELIMITED BY SIZE
                  ' OVERDRAFT PROTECTION ' DELIMITED BY SIZE
                  WS-ODP-PROTECTING-ID     DELIMITED BY SPACE
                  ' TO '                   DELIMITED BY SIZE
                  LK-ACCOUNT-ID            DELIMITED BY SPACE
               INTO WS-XFER-DESCRIPTION
           END-STRING

           MOVE 'N' TO WS-LEG-FAILED

           MOVE WS-ODP-PROTECTING-ID TO WS-LEG-ACCOUNT-ID
           MOVE WS-ODP-CUSTOMER-ID   TO WS-LEG-CUSTOMER-ID
           COMPUTE WS-LEG-AMOUNT = ZERO - WS-ODP-AMOUNT
           PERFORM POST-TRANSFER-LEG

           IF NOT LEG-FAILED
               MOVE LK-ACCOUNT-ID       TO WS-LEG-ACCOUNT-ID
               MOVE WS-ACCT-CUSTOMER-ID TO WS-LEG-CUSTOMER-ID
               MOVE WS-ODP-AMOUNT       TO WS-LEG-AMOUNT
               PERFORM POST-TRANSFER-LEG
           END-IF

           IF NOT LEG-FAILED AND WS-ODP-FEE > ZERO
               PERFORM POST-ODP-FEE
           END-IF

           IF LEG-FAILED
               MOVE 'OVERDRAFT PROTECTION TRANSFER FAILED, BACKED OUT'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE 'Y' TO WS-ODP-APPLIED
               COMPUTE WS-CURRENT-BALANCE = WS-CURRENT-BALANCE
                   + WS-ODP-AMOUNT - WS-ODP-FEE
               COMPUTE WS-AVAILABLE-BALANCE = WS-AVAILABLE-BALANCE
                   + WS-ODP-AMOUNT - WS-ODP-FEE
           END-IF.

      * The fee row names the draw and where it came from, so the
      * customer's statement and NSFREP's protected-items section
      * read without a trip to the link register.
       POST-ODP-FEE.
           MOVE WS-ODP-AMOUNT TO WS-ODP-AMOUNT-EDIT
           MOVE SPACES TO WS-ODP-FEE-DESCRIPTION
           STRING 'OVERDRAFT PROTECTION FEE - '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ODP-AMOUNT-EDIT)
                                                DELIMITED BY SIZE
                  ' FROM '                      DELIMITED BY SIZE
                  WS-ODP-PROTECTING-ID          DELIMITED BY SPACE
               INTO WS-ODP-FEE-DESCRIPTION
           END-STRING

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     FEE_CODE)
               VALUES (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                       :WS-TXN-DATE, 'FEE', - :WS-ODP-FEE,
                       :WS-ODP-FEE-DESCRIPTION,
                       :WS-BRANCH-ID, :WS-CHANNEL, 'ODPXFER')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-LEG-FAILED
               MOVE SQLCODE TO WS-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE - :WS-ODP-FEE,
                       LAST_UPDATED = :WS-TXN-TIMESTAMP
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-LEG-FAILED
                   MOVE SQLCODE TO WS-RETURN-CODE
               END-IF
           END-IF.

      * Whole dollars in the parm ('00010' = 10.00), as NSFFEE.
       READ-ODP-FEE-PARM.
           MOVE SPACES TO WS-ODP-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :WS-ODP-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'TXNPOST'
                 AND PARM_NAME = 'ODPFEE'
           END-EXEC

           IF SQLCODE = 0 AND WS-ODP-PARM-VALUE(1:5) NUMERIC
               MOVE WS-ODP-PARM-VALUE(1:5) TO WS-ODP-FEE-DOLLARS
               MOVE WS-ODP-FEE-DOLLARS TO WS-ODP-FEE
           END-IF.

       READ-ODP-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :WS-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'ODPXFER'
                 AND PRODUCT_CODE IN (:WS-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :WS-TXN-DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-SCHED-FEE TO WS-ODP-FEE
           END-IF.

       READ-TO-ACCOUNT.
           MOVE SPACES TO WS-TO-STATUS WS-TO-CUSTOMER-ID
           MOVE ZERO TO WS-TO-BALANCE
       BUILD-TRANSFER-REFERENCE.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP
           MOVE WS-TXN-TIMESTAMP(1:10) TO WS-TXN-DATE
           MOVE WS-TXN-DATE TO WS-VALUE-DATE

           MOVE SPACES TO WS-XFER-REF
           STRING 'XFR'                    DELIMITED BY SIZE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * Works out the penalty before the NSF test, which must count
      * it; POST-EARLY-WITHDRAWAL-PENALTY then posts it after the
      * debit, in the same unit of work - the penalty row and its
      * balance update land with the withdrawal or, on failure, the
      * caller backs the lot out. WS-DEBIT-ABS is the amount taken;
      * WS-VALUE-DATE the posting's value date, so a back-valued
      * withdrawal is judged on that date.
       CHECK-EARLY-WITHDRAWAL-PENALTY.
           MOVE ZERO TO WS-PENALTY-AMOUNT WS-PENALTY-PCT
           MOVE 'N' TO WS-HOLDER-DECEASED

           IF WS-MATURITY-DATE NOT = '0001-01-01'
                   AND WS-MATURITY-DATE > WS-VALUE-DATE
               EXEC SQL
                   SELECT COALESCE(EARLY_WDL_PENALTY_PCT, 0)
                   INTO :WS-PENALTY-PCT
                   FROM PRODUCT_MASTER
                   WHERE PRODUCT_CODE = :WS-ACCOUNT-TYPE
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
                       WS-DEBIT-ABS * WS-PENALTY-PCT / 100
               END-IF
           END-IF.

       POST-EARLY-WITHDRAWAL-PENALTY.
           MOVE 'N' TO WS-PENALTY-FAILED
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     FEE_CODE)
               VALUES (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                       :WS-TXN-DATE, 'FEE', - :WS-PENALTY-AMOUNT,
                       'EARLY WITHDRAWAL PENALTY - TERM DEPOSIT',
                       :WS-BRANCH-ID, :WS-CHANNEL, 'EARLYWDL')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-PENALTY-FAILED
               MOVE SQLCODE TO WS-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE - :WS-PENALTY-AMOUNT,
                       LAST_UPDATED = :WS-TXN-TIMESTAMP
                   WHERE ACCOUNT_ID = :LK-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-PENALTY-FAILED
                   MOVE SQLCODE TO WS-RETURN-CODE
               END-IF
           END-IF.

      * The bounced debit itself inserted nothing, so the NSF fee's
      * TRANSACTIONS row and balance update are the only writes this
      * unit of work carries - the same pairing every other posting
      * uses, so RECONCIL still proves out. The NSF fee code on the
      * row keys NSFREP's daily branch activity report and FEEREP.
       POST-NSF-FEE.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TXN-TIMESTAMP
           MOVE WS-TXN-TIMESTAMP(1:10) TO WS-TXN-DATE

           PERFORM READ-NSF-FEE-PARM
           PERFORM READ-NSF-FEE-SCHEDULE

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     FEE_CODE)
               VALUES (:LK-ACCOUNT-ID, :WS-ACCT-CUSTOMER-ID,
                       :WS-TXN-DATE, 'FEE', - :WS-NSF-FEE,
                       'NSF FEE - DEBIT REJECTED OVER LIMIT',
                       :WS-BRANCH-ID, :WS-CHANNEL, 'NSF')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-NSF-FEE-DOLLARS TO WS-NSF-FEE
           END-IF.

      * A product-specific row beats the ALL row; within either, the
      * latest effective date on or before the posting wins. No row
      * leaves whatever READ-NSF-FEE-PARM settled on.
       READ-NSF-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :WS-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'NSF'
                 AND PRODUCT_CODE IN (:WS-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :WS-TXN-DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-SCHED-FEE TO WS-NSF-FEE
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
           END-IF

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

