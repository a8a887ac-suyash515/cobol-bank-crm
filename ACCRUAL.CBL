       01  HV-WVR-EMPLOYEE       PIC X(01).
       01  HV-EMPLOYEE-FLAG      PIC X(01).
       01  HV-HOUSEHOLD-TOTAL    PIC S9(13)V99 COMP-3.
       01  HV-CONTRACT-RATE      PIC S9V9(7) COMP-3.
       01  HV-SCHED-FEE          PIC S9(9)V99 COMP-3.
       01  HV-FEE-CODE           PIC X(08).
       01  HV-FEE-MONTH          PIC X(07).
       01  HV-WAIVER-REASON      PIC X(10).
       01  HV-WAIVER-ON-FILE     PIC X(01).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-CERT-STATUS        PIC X(12).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-ADJ-VALUE-DATE     PIC X(10).
       01  HV-ADJ-DESCRIPTION    PIC X(100).
       01  HV-ADJ-STATUS         PIC X(10).
       01  HV-INTEREST-DUE       PIC S9(11)V99 COMP-3.
       01  HV-INTEREST-PAID      PIC S9(11)V99 COMP-3.
       01  HV-BWH-DESCRIPTION    PIC X(100).
       01  HV-BWH-ADJ-DESCRIPTION PIC X(100).
       01  HV-BWH-WITHHELD       PIC S9(11)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
      * balance, combined household balance over the HOUSEHOLD_ID
      * link HOUSEBLD maintains, or the customer's employee-account
      * flag. Waived fees are counted and totalled so finance can see
      * what the waivers cost, instead of refunding by hand, and each
      * one is kept on FEE_WAIVERS with the rule that granted it, for
      * FEEREP's monthly fee revenue report.
       01  WS-FEE-WAIVED         PIC X VALUE 'N'.
           88  FEE-WAIVED            VALUE 'Y'.
       01  WS-WAIVER-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01  WS-WAIVED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-WAIVED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCRUAL-MONTH      PIC X(07).

      * Backup withholding: interest paid to a customer the
      * TAXPAYER_CERTIFICATION register (TAXCERT) holds UNCERTIFIED
      * or under a B-notice has tax withheld at the BATCH_PARMS
      * BWHRATE - basis points, 2400 for 24.00% - posted as its own
      * BACKUPWH debit beside the interest credit, so the statement
      * shows both and TAXEXT and BWHREMIT can total what was kept.
       01  WS-BWH-RATE           PIC 9V9(4) VALUE 0.2400.
       01  WS-PARM-BASIS-POINTS  PIC 9(04).
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-INTEREST-AMOUNT    PIC S9(9)V99 COMP-3.
       01  WS-BWH-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-BWH-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BWH-DUE            PIC S9(11)V99 COMP-3.
       01  WS-BWH-APPLIES        PIC X VALUE 'N'.
           88  BWH-APPLIES           VALUE 'Y'.

      * Interest accrues for the COMPLETED prior month, on its daily
      * average balance - a customer who withdraws the day before
      * month-end no longer earns nothing, and a same-day deposit no
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Back-valued postings: TXNPOST queues every posting valued
      * before the day it was keyed on VALUE_DATE_ADJUSTMENTS. Once
      * tonight's sweep has closed the prior month, each queued
      * account's months from the earliest queued value date up to
      * that month are re-accrued on value-dated balances, and the
      * difference from the interest already paid for the month
      * posts as an INTEREST ADJUSTMENT row - so a correction that
      * belongs to last month earns, or gives back, what it should.
       01  WS-LAST-CLOSED-PERIOD PIC 9(06).
       01  WS-ADJ-PERIOD         PIC 9(06).
       01  WS-ADJ-ACCOUNT-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-ADJUST-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ADJUST-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ADJ-FAILED         PIC X VALUE 'N'.
           88  ADJ-FAILED            VALUE 'Y'.
       01  WS-ADJ-FETCH-DONE     PIC X VALUE 'N'.
           88  ADJ-FETCH-DONE        VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM COMPUTE-PRIOR-MONTH

           PERFORM READ-BATCH-PARMS

      * WITH HOLD so the per-account COMMIT below (each account's
      * TRANSACTIONS row and balance update land together, DATAEXPORT
      * checkpoint style) does not close the driving cursor.
           EXEC SQL
               DECLARE ACCRUAL_CUR CURSOR WITH HOLD FOR
               SELECT ACCOUNT_ID, CUSTOMER_ID, ACCOUNT_TYPE, BALANCE,
                      COALESCE(CONTRACT_RATE, 0)
               FROM ACCOUNTS
               WHERE ACCOUNT_STATUS = 'OPEN'
               ORDER BY ACCOUNT_TYPE, ACCOUNT_ID
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-BALANCE,
                       :HV-CONTRACT-RATE
               END-EXEC

               IF SQLCODE = 0

           EXEC SQL COMMIT END-EXEC

           PERFORM ADJUST-BACK-VALUED-INTEREST

           IF WS-ERROR-COUNT = 0
               MOVE 'MONTHLY ACCRUAL COMPLETE' TO WS-RESPONSE
           ELSE
           DISPLAY "ACCOUNTS PROCESSED   : " WS-ACCOUNT-COUNT
           DISPLAY "INTEREST POSTINGS    : " WS-INTEREST-COUNT
           DISPLAY "FEE POSTINGS         : " WS-FEE-COUNT
           DISPLAY "BACKUP WITHHOLDINGS  : " WS-BWH-COUNT
           DISPLAY "BACKUP WITHHELD TOTAL: " WS-BWH-TOTAL
           DISPLAY "NO RATE ROW ON FILE  : " WS-NO-RATE-COUNT
           DISPLAY "POSTINGS IN ERROR    : " WS-ERROR-COUNT
           DISPLAY "ALREADY POSTED, SKIPPED: " WS-SKIPPED-COUNT
           DISPLAY "FEES WAIVED          : " WS-WAIVED-COUNT
           DISPLAY "WAIVED FEE TOTAL     : " WS-WAIVED-TOTAL
           DISPLAY "WAIVERS NOT RECORDED : " WS-WAIVER-ERROR-COUNT
           DISPLAY "BACK-VALUED ACCOUNTS : " WS-ADJ-ACCOUNT-COUNT
           DISPLAY "INTEREST ADJUSTMENTS : " WS-ADJUST-COUNT
           DISPLAY "ADJUSTMENT TOTAL     : " WS-ADJUST-TOTAL

           MOVE WS-ACCOUNT-COUNT TO HV-RUN-COUNT
           IF WS-ERROR-COUNT = 0
               COMPUTE WS-PM-MONTH = WS-CUR-MONTH - 1
           END-IF

           PERFORM SET-MONTH-BOUNDS

           COMPUTE WS-LAST-CLOSED-PERIOD =
               WS-PM-YEAR * 100 + WS-PM-MONTH

           DISPLAY "ACCRUAL MONTH: " WS-ACCRUAL-MONTH
               " (" WS-DAYS-IN-MONTH " DAYS)".

      * Day count, first and last day and the YYYY-MM label for the
      * month in WS-PM-YEAR / WS-PM-MONTH - the prior month for the
      * sweep, each re-accrued month for the adjustment pass.
       SET-MONTH-BOUNDS.
           EVALUATE WS-PM-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
           MOVE SPACES TO HV-MONTH-END
           STRING WS-PM-YEAR '-' WS-PM-MONTH '-' WS-DAYS-IN-MONTH
               DELIMITED BY SIZE INTO HV-MONTH-END
           END-STRING.

      * Rates and fees live in ACCRUAL_RATES, now one row per
      * ACCOUNT_TYPE, balance band and effective date, maintained
       ACCRUE-ONE-ACCOUNT.
           PERFORM COMPUTE-AVERAGE-BALANCE

           PERFORM LOOKUP-INTEREST-RATE

           IF NOT RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF

           PERFORM READ-MAINT-FEE-SCHEDULE

           IF RATE-FOUND
               IF HV-MONTHLY-RATE NOT = ZERO AND HV-AVG-BALANCE > ZERO
                   COMPUTE HV-POST-AMOUNT ROUNDED =
                       HV-AVG-BALANCE * HV-MONTHLY-RATE
                   IF HV-POST-AMOUNT NOT = ZERO
                       MOVE 'INTEREST' TO HV-POST-TYPE
                       MOVE SPACES TO HV-FEE-CODE
                       MOVE SPACES TO HV-POST-DESCRIPTION
                       STRING 'MONTHLY INTEREST ' WS-ACCRUAL-MONTH
                           DELIMITED BY SIZE INTO HV-POST-DESCRIPTION
                       END-STRING
                       MOVE HV-POST-AMOUNT TO WS-INTEREST-AMOUNT
                       PERFORM CHECK-ALREADY-POSTED
                       IF ALREADY-POSTED
                           ADD 1 TO WS-SKIPPED-COUNT
                           PERFORM APPLY-BACKUP-WITHHOLDING
                       ELSE
                           PERFORM POST-ACCRUAL-TRANSACTION
                           IF NOT POST-FAILED
                               ADD 1 TO WS-INTEREST-COUNT
                               PERFORM APPLY-BACKUP-WITHHOLDING
                           END-IF
                       END-IF
                   END-IF
                   IF FEE-WAIVED
                       ADD 1 TO WS-WAIVED-COUNT
                       ADD HV-MONTHLY-FEE TO WS-WAIVED-TOTAL
                       PERFORM RECORD-FEE-WAIVER
                   ELSE
                       COMPUTE HV-POST-AMOUNT = ZERO - HV-MONTHLY-FEE
                       MOVE 'FEE' TO HV-POST-TYPE
                       MOVE 'MAINT' TO HV-FEE-CODE
                       MOVE SPACES TO HV-POST-DESCRIPTION
                       STRING 'MONTHLY MAINTENANCE FEE '
                              WS-ACCRUAL-MONTH
               END-IF
           END-IF.

      * The rate band and contract-rate rule above, for the month in
      * HV-MONTH-END and the average in HV-AVG-BALANCE.
       LOOKUP-INTEREST-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE ZERO TO HV-MONTHLY-RATE HV-MONTHLY-FEE

           IF HV-AVG-BALANCE > ZERO
               MOVE HV-AVG-BALANCE TO HV-TIER-BASIS
           ELSE
               MOVE ZERO TO HV-TIER-BASIS
           END-IF

           EXEC SQL
               SELECT MONTHLY_RATE, MONTHLY_FEE
               INTO :HV-MONTHLY-RATE, :HV-MONTHLY-FEE
               FROM ACCRUAL_RATES
               WHERE ACCOUNT_TYPE = :HV-ACCOUNT-TYPE
                 AND ACTIVE_FLAG = 'Y'
                 AND COALESCE(TIER_MIN_BALANCE, 0) <= :HV-TIER-BASIS
                 AND COALESCE(EFFECTIVE_DATE, '0001-01-01')
                     <= :HV-MONTH-END
               ORDER BY COALESCE(TIER_MIN_BALANCE, 0) DESC,
                        COALESCE(EFFECTIVE_DATE, '0001-01-01') DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-RATE-FOUND
           ELSE
               MOVE ZERO TO HV-MONTHLY-RATE HV-MONTHLY-FEE
           END-IF

      * A term deposit earns the rate it was contracted at (set by
      * ACCTMSTR at opening and reset by MATURITY at each rollover),
      * not whatever the product's rate row says this month.
           IF HV-CONTRACT-RATE > ZERO
               MOVE HV-CONTRACT-RATE TO HV-MONTHLY-RATE
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

      * Interest credited to an uncertified customer has the
      * withholding taken straight back off it. Where the interest
      * went on in an earlier run, the amount actually posted is
      * what is withheld on, so a rerun after a failed withholding
      * catches up without recomputing the accrual. The BACKUPWH
      * description carries the accrual month for the same
      * once-a-month probe the interest itself gets.
       APPLY-BACKUP-WITHHOLDING.
           MOVE SPACES TO HV-CERT-STATUS

           EXEC SQL
               SELECT CERT_STATUS INTO :HV-CERT-STATUS
               FROM TAXPAYER_CERTIFICATION
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
                   AND (HV-CERT-STATUS = 'UNCERTIFIED'
                        OR HV-CERT-STATUS = 'BNOTICE')
               IF ALREADY-POSTED
                   EXEC SQL
                       SELECT AMOUNT INTO :HV-POST-AMOUNT
                       FROM TRANSACTIONS
                       WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND TXN_TYPE = :HV-POST-TYPE
                         AND DESCRIPTION = :HV-POST-DESCRIPTION
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC
                   IF SQLCODE = 0
                       MOVE HV-POST-AMOUNT TO WS-INTEREST-AMOUNT
                   END-IF
               END-IF

               COMPUTE HV-POST-AMOUNT ROUNDED =
                   ZERO - (WS-INTEREST-AMOUNT * WS-BWH-RATE)

               IF WS-INTEREST-AMOUNT > ZERO
                       AND HV-POST-AMOUNT NOT = ZERO
                   MOVE 'BACKUPWH' TO HV-POST-TYPE
                   MOVE SPACES TO HV-FEE-CODE
                   MOVE SPACES TO HV-POST-DESCRIPTION
                   STRING 'BACKUP WITHHOLDING ' WS-ACCRUAL-MONTH
                       DELIMITED BY SIZE INTO HV-POST-DESCRIPTION
                   END-STRING
                   PERFORM CHECK-ALREADY-POSTED
                   IF NOT ALREADY-POSTED
                       PERFORM POST-ACCRUAL-TRANSACTION
                       IF NOT POST-FAILED
                           ADD 1 TO WS-BWH-COUNT
                           SUBTRACT HV-POST-AMOUNT FROM WS-BWH-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-BATCH-PARMS.
           MOVE 'BWHRATE' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:4) NUMERIC
               MOVE HV-PARM-VALUE(1:4) TO WS-PARM-BASIS-POINTS
               COMPUTE WS-BWH-RATE = WS-PARM-BASIS-POINTS / 10000
           END-IF

           DISPLAY "BACKUP WITHHOLDING RATE: " WS-BWH-RATE.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'ACCRUAL'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * The maintenance fee is fee code MAINT on FEE_SCHEDULE - the
      * account type's own row, else the ALL row, in force at the
      * accrual month's end. A schedule row replaces the flat
      * MONTHLY_FEE on the account's ACCRUAL_RATES band; a type with
      * no schedule row yet keeps charging from ACCRUAL_RATES, so
      * the cut-over can go product by product. A schedule price is
      * reason enough to charge even where no rate row is on file.
       READ-MAINT-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'MAINT'
                 AND PRODUCT_CODE IN (:HV-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :HV-MONTH-END
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-SCHED-FEE TO HV-MONTHLY-FEE
               MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

      * The rules are evaluated in cheap-to-expensive order: the
      * average balance is already derived, the employee flag is one
      * probe, the combined household balance is a join. A type with
       CHECK-FEE-WAIVER.
           MOVE 'N' TO WS-FEE-WAIVED
           MOVE ZERO TO HV-WVR-MIN-AVG HV-WVR-MIN-HOUSEHOLD
           MOVE SPACES TO HV-WVR-EMPLOYEE HV-WAIVER-REASON

           EXEC SQL
               SELECT COALESCE(MIN_AVG_BALANCE, 0),
               IF HV-WVR-MIN-AVG > ZERO
                       AND HV-AVG-BALANCE >= HV-WVR-MIN-AVG
                   MOVE 'Y' TO WS-FEE-WAIVED
                   MOVE 'MINAVGBAL' TO HV-WAIVER-REASON
               END-IF

               IF NOT FEE-WAIVED AND HV-WVR-EMPLOYEE = 'Y'

           IF SQLCODE = 0 AND HV-EMPLOYEE-FLAG = 'Y'
               MOVE 'Y' TO WS-FEE-WAIVED
               MOVE 'EMPLOYEE' TO HV-WAIVER-REASON
           END-IF.

      * Combined balance across every open account in the customer's
           IF SQLCODE = 0
                   AND HV-HOUSEHOLD-TOTAL >= HV-WVR-MIN-HOUSEHOLD
               MOVE 'Y' TO WS-FEE-WAIVED
               MOVE 'HOUSEHOLD' TO HV-WAIVER-REASON
           END-IF.

      * One FEE_WAIVERS row per account, fee code and month - the
      * nightly rerun before month-end finds it already on file and
      * writes nothing, the same idempotence the postings get from
      * CHECK-ALREADY-POSTED. A failed insert costs only the report
      * line, never the run, and is committed on its own so the
      * WITH HOLD cursor carries on.
       RECORD-FEE-WAIVER.
           MOVE WS-ACCRUAL-MONTH TO HV-FEE-MONTH
           MOVE 'N' TO HV-WAIVER-ON-FILE

           EXEC SQL
               SELECT 'Y' INTO :HV-WAIVER-ON-FILE
               FROM FEE_WAIVERS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND FEE_CODE = 'MAINT'
                 AND FEE_MONTH = :HV-FEE-MONTH
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   INSERT INTO FEE_WAIVERS
                       (ACCOUNT_ID, CUSTOMER_ID, FEE_CODE,
                        PRODUCT_CODE, FEE_MONTH, WAIVED_AMOUNT,
                        WAIVER_REASON, WAIVED_DATE)
                   VALUES
                       (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID, 'MAINT',
                        :HV-ACCOUNT-TYPE, :HV-FEE-MONTH,
                        :HV-MONTHLY-FEE, :HV-WAIVER-REASON,
                        :HV-TXN-DATE)
               END-EXEC

               IF SQLCODE NOT = 0
                   ADD 1 TO WS-WAIVER-ERROR-COUNT
                   DISPLAY "ERROR RECORDING FEE WAIVER, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.

      * Daily average balance for the prior month, derived backwards
      *   AVG = BALANCE - SUM(after month)
      *       - SUM(in month of AMOUNT * (DAY(date)-1)) / days.
      * A transaction on the 1st therefore counts for the whole
      * month, one on the last day for a single day. Dates are value
      * dates - a row TXNPOST back-valued or rolled past its cut-off
      * counts from the day it was valued, not the day it was keyed;
      * a row with no VALUE_DATE is valued on its posting date.
       COMPUTE-AVERAGE-BALANCE.
           MOVE ZERO TO HV-SUM-AFTER-MONTH HV-WEIGHTED-SUM

               INTO :HV-SUM-AFTER-MONTH
               FROM TRANSACTIONS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND COALESCE(VALUE_DATE, TXN_DATE) > :HV-MONTH-END
           END-EXEC

           IF SQLCODE NOT = 0
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT *
                          (DAY(COALESCE(VALUE_DATE, TXN_DATE)) - 1)),
                          0)
               INTO :HV-WEIGHTED-SUM
               FROM TRANSACTIONS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND COALESCE(VALUE_DATE, TXN_DATE) >= :HV-MONTH-START
                 AND COALESCE(VALUE_DATE, TXN_DATE) <= :HV-MONTH-END
           END-EXEC

           IF SQLCODE NOT = 0
               HV-BALANCE - HV-SUM-AFTER-MONTH
               - (HV-WEIGHTED-SUM / WS-DAYS-IN-MONTH).

      * One pass per account with anything still PENDING on the
      * queue, from its earliest queued value date. A month the
      * sweep has not closed yet needs nothing - its own accrual
      * will read the value dates. Rows queued while the pass runs
      * wait for tomorrow, and an account whose posting failed keeps
      * its rows PENDING for the rerun. A closed account earns no
      * catch-up; its rows are set SKIPPED.
       ADJUST-BACK-VALUED-INTEREST.
           EXEC SQL
               DECLARE VDADJ_CUR CURSOR WITH HOLD FOR
               SELECT ACCOUNT_ID, CHAR(MIN(VALUE_DATE), ISO)
               FROM VALUE_DATE_ADJUSTMENTS
               WHERE INTEREST_STATUS = 'PENDING'
                 AND QUEUED_AT <= :HV-RUN-START
               GROUP BY ACCOUNT_ID
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN VDADJ_CUR END-EXEC

           MOVE 'N' TO WS-ADJ-FETCH-DONE
           PERFORM UNTIL ADJ-FETCH-DONE
               EXEC SQL
                   FETCH VDADJ_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-ADJ-VALUE-DATE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ADJ-ACCOUNT-COUNT
                   PERFORM ADJUST-ONE-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-ADJ-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE VDADJ_CUR END-EXEC.

       ADJUST-ONE-ACCOUNT.
           MOVE 'N' TO WS-ADJ-FAILED
           MOVE SPACES TO HV-ACCOUNT-STATUS

           EXEC SQL
               SELECT CUSTOMER_ID, ACCOUNT_TYPE, ACCOUNT_STATUS,
                      COALESCE(CONTRACT_RATE, 0)
               INTO :HV-CUSTOMER-ID, :HV-ACCOUNT-TYPE,
                    :HV-ACCOUNT-STATUS, :HV-CONTRACT-RATE
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-ACCOUNT-STATUS NOT = 'OPEN'
               MOVE 'SKIPPED' TO HV-ADJ-STATUS
           ELSE
               MOVE HV-ADJ-VALUE-DATE(1:4) TO WS-PM-YEAR
               MOVE HV-ADJ-VALUE-DATE(6:2) TO WS-PM-MONTH
               COMPUTE WS-ADJ-PERIOD = WS-PM-YEAR * 100 + WS-PM-MONTH

               PERFORM UNTIL WS-ADJ-PERIOD > WS-LAST-CLOSED-PERIOD
                       OR ADJ-FAILED
                   PERFORM ADJUST-ONE-MONTH
                   IF WS-PM-MONTH = 12
                       ADD 1 TO WS-PM-YEAR
                       MOVE 1 TO WS-PM-MONTH
                   ELSE
                       ADD 1 TO WS-PM-MONTH
                   END-IF
                   COMPUTE WS-ADJ-PERIOD =
                       WS-PM-YEAR * 100 + WS-PM-MONTH
               END-PERFORM

               MOVE 'DONE' TO HV-ADJ-STATUS
           END-IF

           IF NOT ADJ-FAILED
               EXEC SQL
                   UPDATE VALUE_DATE_ADJUSTMENTS
                   SET INTEREST_STATUS = :HV-ADJ-STATUS,
                       INTEREST_DONE_AT = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND INTEREST_STATUS = 'PENDING'
                     AND QUEUED_AT <= :HV-RUN-START
               END-EXEC

               IF SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR CLEARING ADJUSTMENT QUEUE, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.

      * Interest due for the month on today's view of its value-dated
      * balances, less every INTEREST row already paid for it - the
      * month's own accrual and any earlier adjustment - so a second
      * pass over the same month posts nothing.
       ADJUST-ONE-MONTH.
           PERFORM SET-MONTH-BOUNDS

           EXEC SQL
               SELECT BALANCE INTO :HV-BALANCE
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           PERFORM COMPUTE-AVERAGE-BALANCE
           PERFORM LOOKUP-INTEREST-RATE

           MOVE ZERO TO HV-INTEREST-DUE
           IF RATE-FOUND AND HV-MONTHLY-RATE NOT = ZERO
                   AND HV-AVG-BALANCE > ZERO
               COMPUTE HV-INTEREST-DUE ROUNDED =
                   HV-AVG-BALANCE * HV-MONTHLY-RATE
           END-IF

           MOVE SPACES TO HV-POST-DESCRIPTION HV-ADJ-DESCRIPTION
           STRING 'MONTHLY INTEREST ' WS-ACCRUAL-MONTH
               DELIMITED BY SIZE INTO HV-POST-DESCRIPTION
           END-STRING
           STRING 'INTEREST ADJUSTMENT ' WS-ACCRUAL-MONTH
               DELIMITED BY SIZE INTO HV-ADJ-DESCRIPTION
           END-STRING

           MOVE ZERO TO HV-INTEREST-PAID
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :HV-INTEREST-PAID
               FROM TRANSACTIONS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND TXN_TYPE = 'INTEREST'
                 AND DESCRIPTION IN (:HV-POST-DESCRIPTION,
                                     :HV-ADJ-DESCRIPTION)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ADJ-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING INTEREST PAID, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               COMPUTE HV-POST-AMOUNT =
                   HV-INTEREST-DUE - HV-INTEREST-PAID
               IF HV-POST-AMOUNT NOT = ZERO
                   MOVE 'INTEREST' TO HV-POST-TYPE
                   MOVE SPACES TO HV-FEE-CODE
                   MOVE HV-ADJ-DESCRIPTION TO HV-POST-DESCRIPTION
                   MOVE HV-POST-AMOUNT TO WS-INTEREST-AMOUNT
                   PERFORM POST-ACCRUAL-TRANSACTION
                   IF POST-FAILED
                       MOVE 'Y' TO WS-ADJ-FAILED
                   ELSE
                       ADD 1 TO WS-ADJUST-COUNT
                       ADD WS-INTEREST-AMOUNT TO WS-ADJUST-TOTAL
                   END-IF
               END-IF
           END-IF

           IF NOT ADJ-FAILED
               PERFORM WITHHOLD-ON-ADJUSTMENT
           END-IF.

      * The month's withholding is squared against its interest as it
      * now stands: the rate on every INTEREST row for the month,
      * less every BACKUPWH already taken for it (the month's own and
      * any earlier adjustment). The difference posts either way - a
      * clawback gives back the excess withheld, and a rerun after a
      * failed withholding catches up. A customer certified since is
      * still refunded on a clawback but has nothing more withheld.
      * Any failure leaves the queue rows PENDING for the next run.
       WITHHOLD-ON-ADJUSTMENT.
           MOVE SPACES TO HV-CERT-STATUS
           MOVE 'N' TO WS-BWH-APPLIES

           EXEC SQL
               SELECT CERT_STATUS INTO :HV-CERT-STATUS
               FROM TAXPAYER_CERTIFICATION
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE < 0
               MOVE 'Y' TO WS-ADJ-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING CERTIFICATION, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE = 0
                   AND (HV-CERT-STATUS = 'UNCERTIFIED'
                        OR HV-CERT-STATUS = 'BNOTICE')
               MOVE 'Y' TO WS-BWH-APPLIES
           END-IF

           MOVE SPACES TO HV-POST-DESCRIPTION
           STRING 'MONTHLY INTEREST ' WS-ACCRUAL-MONTH
               DELIMITED BY SIZE INTO HV-POST-DESCRIPTION
           END-STRING
           MOVE SPACES TO HV-BWH-DESCRIPTION HV-BWH-ADJ-DESCRIPTION
           STRING 'BACKUP WITHHOLDING ' WS-ACCRUAL-MONTH
               DELIMITED BY SIZE INTO HV-BWH-DESCRIPTION
           END-STRING
           STRING 'BACKUP WITHHOLDING ADJ ' WS-ACCRUAL-MONTH
               DELIMITED BY SIZE INTO HV-BWH-ADJ-DESCRIPTION
           END-STRING

           MOVE ZERO TO HV-INTEREST-PAID HV-BWH-WITHHELD
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :HV-INTEREST-PAID
               FROM TRANSACTIONS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND TXN_TYPE = 'INTEREST'
                 AND DESCRIPTION IN (:HV-POST-DESCRIPTION,
                                     :HV-ADJ-DESCRIPTION)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :HV-BWH-WITHHELD
                   FROM TRANSACTIONS
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND TXN_TYPE = 'BACKUPWH'
                     AND DESCRIPTION IN (:HV-BWH-DESCRIPTION,
                                         :HV-BWH-ADJ-DESCRIPTION)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ADJ-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING WITHHOLDING, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF

      * Withholding is a debit, so what is due and what was taken are
      * both negative; no withholding is due on a month whose
      * interest has gone to nothing.
           MOVE ZERO TO WS-BWH-DUE
           IF HV-INTEREST-PAID > ZERO
               COMPUTE WS-BWH-DUE ROUNDED =
                   ZERO - (HV-INTEREST-PAID * WS-BWH-RATE)
           END-IF
           COMPUTE HV-POST-AMOUNT = WS-BWH-DUE - HV-BWH-WITHHELD

           IF HV-POST-AMOUNT NOT = ZERO
                   AND (BWH-APPLIES OR HV-POST-AMOUNT > ZERO)
               MOVE 'BACKUPWH' TO HV-POST-TYPE
               MOVE SPACES TO HV-FEE-CODE
               MOVE HV-BWH-ADJ-DESCRIPTION TO HV-POST-DESCRIPTION
               PERFORM POST-ACCRUAL-TRANSACTION
               IF POST-FAILED
                   MOVE 'Y' TO WS-ADJ-FAILED
               ELSE
                   ADD 1 TO WS-BWH-COUNT
                   SUBTRACT HV-POST-AMOUNT FROM WS-BWH-TOTAL
               END-IF
           END-IF.

      * The run is idempotent per calendar month: the posting's
      * DESCRIPTION carries the accrual month, so an account that
      * already has this month's INTEREST or FEE row is skipped.
           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, FEE_CODE)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-TXN-DATE,
                       :HV-POST-TYPE, :HV-POST-AMOUNT,
                       :HV-POST-DESCRIPTION,
                       NULLIF(:HV-FEE-CODE, ' '))
           END-EXEC

      * A failed INSERT applied nothing since the last COMMIT, so no
