       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-MATURITY-DATE      PIC X(10).
       01  HV-MATURITY-INSTR     PIC X(08).
       01  HV-PAYOUT-ACCOUNT-ID  PIC X(12).
       01  HV-TERM-MONTHS        PIC S9(4) COMP-5.
       01  HV-CONTRACT-RATE      PIC S9V9(7) COMP-3.
       01  HV-TIER-BASIS         PIC S9(11)V99 COMP-3.
       01  HV-PAYOUT-STATUS      PIC X(10).
       01  HV-PAYOUT-CUSTOMER-ID PIC X(10).
       01  HV-LEG-ACCOUNT-ID     PIC X(12).
       01  HV-LEG-CUSTOMER-ID    PIC X(10).
       01  HV-LEG-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-NOTICE-DAYS        PIC S9(9) COMP-5.
       01  HV-NOTICE-CONTEXT     PIC X(100).
       01  HV-NOTICE-FOUND       PIC X(01).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-OLD-STATUS         PIC X(10).
       01  HV-NEW-STATUS         PIC X(10).
       01  HV-CHANGE-TYPE        PIC X(10).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-MATURED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ROLLED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PAID-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-FALLBACK-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-NOTICE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STEP-FAILED        PIC X VALUE 'N'.
           88  STEP-FAILED           VALUE 'Y'.
      * The per-account rollover or payout issues its own SQL inside
      * the fetch loop, so neither loop can test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-NOTICE-FETCH-DONE  PIC X VALUE 'N'.
           88  NOTICE-FETCH-DONE     VALUE 'Y'.

      * Maturity notices go out this many days ahead - the NOTICEDAYS
      * row in BATCH_PARMS for this program, parsed the way TXNPOST
      * reads its NSFFEE row. The default applies when no usable row
      * is on file.
       01  WS-NOTICE-DAYS        PIC 9(05) VALUE 30.

      * Shared reference stamped into both payout legs' DESCRIPTION
      * the way STNDPOST stamps its sweeps: TDM + YYYYMMDDHHMMSS, so
      * TXNHIST and STMTGEN show the pair.
       01  WS-TDM-REF            PIC X(17).

       PROCEDURE DIVISION.

      * Nightly term deposit maturity run. Customers are warned ahead
      * of maturity through NOTICE_QUEUE; then every OPEN term deposit
      * whose MATURITY_DATE has arrived is processed on the customer's
      * MATURITY_INSTR - ROLLOVER starts a fresh term of the product's
      * TERM_MONTHS at the rate in force in ACCRUAL_RATES today,
      * PAYOUT moves the whole balance to the nominated account and
      * closes the deposit. Each deposit commits on its own.
       MAIN-LOGIC.
           DISPLAY "STARTING TERM DEPOSIT MATURITY PROCESSING"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP(1:10) TO HV-TXN-DATE

           PERFORM READ-NOTICE-DAYS-PARM
           DISPLAY "MATURITY NOTICE LEAD (DAYS): " WS-NOTICE-DAYS

           PERFORM QUEUE-MATURITY-NOTICES

      * WITH HOLD so the per-deposit COMMIT below does not close the
      * driving cursor - the ACCRUAL pattern.
           EXEC SQL
               DECLARE MAT_CUR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_TYPE,
                      A.BALANCE, CHAR(A.MATURITY_DATE),
                      COALESCE(A.MATURITY_INSTR, 'ROLLOVER'),
                      COALESCE(A.PAYOUT_ACCOUNT_ID, ' '),
                      COALESCE(P.TERM_MONTHS, 0)
               FROM ACCOUNTS A, PRODUCT_MASTER P
               WHERE A.ACCOUNT_TYPE = P.PRODUCT_CODE
                 AND A.ACCOUNT_STATUS = 'OPEN'
                 AND A.MATURITY_DATE <= CURRENT DATE
               ORDER BY A.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN MAT_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH MAT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-BALANCE,
                       :HV-MATURITY-DATE,
                       :HV-MATURITY-INSTR,
                       :HV-PAYOUT-ACCOUNT-ID,
                       :HV-TERM-MONTHS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-MATURED-COUNT
                   PERFORM MATURE-ONE-DEPOSIT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE MAT_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF WS-ERROR-COUNT = 0
               MOVE 'TERM DEPOSIT MATURITY PROCESSING COMPLETE'
                   TO WS-RESPONSE
           ELSE
               MOVE 'TERM DEPOSIT MATURITY PROCESSING HAD ERRORS'
                   TO WS-RESPONSE
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "MATURITY NOTICES QUEUED : " WS-NOTICE-COUNT
           DISPLAY "DEPOSITS MATURED        : " WS-MATURED-COUNT
           DISPLAY "ROLLED OVER             : " WS-ROLLED-COUNT
           DISPLAY "PAID OUT AND CLOSED     : " WS-PAID-COUNT
           DISPLAY "PAYOUT REFUSED, ROLLED  : " WS-FALLBACK-COUNT
           DISPLAY "DEPOSITS IN ERROR       : " WS-ERROR-COUNT

           MOVE WS-MATURED-COUNT TO HV-RUN-COUNT
           IF WS-ERROR-COUNT = 0
               MOVE 'SUCCESS' TO HV-RUN-STATUS
           ELSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-NOTICE-DAYS-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'MATURITY'
                 AND PARM_NAME = 'NOTICEDAYS'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:5) NUMERIC
               MOVE HV-PARM-VALUE(1:5) TO WS-NOTICE-DAYS
           END-IF

           MOVE WS-NOTICE-DAYS TO HV-NOTICE-DAYS.

      * Every open deposit maturing inside the notice window gets one
      * TDMATURE notice for NOTICEGEN's vendor run. The context text
      * carries the maturity date, so the probe below stops a second
      * notice for the same term while a rolled-over deposit still
      * hears about its next maturity in turn.
       QUEUE-MATURITY-NOTICES.
           EXEC SQL
               DECLARE MAT_NOTICE_CUR CURSOR FOR
               SELECT ACCOUNT_ID, CUSTOMER_ID, CHAR(MATURITY_DATE),
                      COALESCE(MATURITY_INSTR, 'ROLLOVER')
               FROM ACCOUNTS
               WHERE ACCOUNT_STATUS = 'OPEN'
                 AND MATURITY_DATE > CURRENT DATE
                 AND MATURITY_DATE <=
                     CURRENT DATE + :HV-NOTICE-DAYS DAYS
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN MAT_NOTICE_CUR END-EXEC

           MOVE 'N' TO WS-NOTICE-FETCH-DONE
           PERFORM UNTIL NOTICE-FETCH-DONE
               EXEC SQL
                   FETCH MAT_NOTICE_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-MATURITY-DATE,
                       :HV-MATURITY-INSTR
               END-EXEC

               IF SQLCODE = 0
                   PERFORM QUEUE-ONE-NOTICE
               ELSE
                   MOVE 'Y' TO WS-NOTICE-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE MAT_NOTICE_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC.

       QUEUE-ONE-NOTICE.
           MOVE SPACES TO HV-NOTICE-CONTEXT
           STRING 'TERM DEPOSIT ' HV-ACCOUNT-ID
                  ' MATURES ' HV-MATURITY-DATE
                  ' - ' HV-MATURITY-INSTR
               DELIMITED BY SIZE INTO HV-NOTICE-CONTEXT
           END-STRING

           MOVE 'N' TO HV-NOTICE-FOUND

           EXEC SQL
               SELECT 'Y' INTO :HV-NOTICE-FOUND
               FROM NOTICE_QUEUE
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND TEMPLATE_CODE = 'TDMATURE'
                 AND CONTEXT_TEXT = :HV-NOTICE-CONTEXT
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   INSERT INTO NOTICE_QUEUE
                       (CUSTOMER_ID, TEMPLATE_CODE, CONTEXT_TEXT,
                        NOTICE_STATUS, QUEUED_AT)
                   VALUES
                       (:HV-CUSTOMER-ID, 'TDMATURE',
                        :HV-NOTICE-CONTEXT, 'PENDING', :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NOTICE-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR QUEUEING MATURITY NOTICE, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * A PAYOUT instruction whose nominated account is missing or no
      * longer OPEN cannot be honoured; the deposit is rolled over
      * instead so the money keeps earning, and the console line
      * tells the desk to contact the customer.
       MATURE-ONE-DEPOSIT.
           MOVE 'N' TO WS-STEP-FAILED

           IF HV-MATURITY-INSTR = 'PAYOUT'
               PERFORM READ-PAYOUT-ACCOUNT
               IF HV-PAYOUT-STATUS NOT = 'OPEN'
                   ADD 1 TO WS-FALLBACK-COUNT
                   DISPLAY "PAYOUT ACCOUNT NOT OPEN, ROLLED OVER: "
                       HV-ACCOUNT-ID " PAYOUT TO: "
                       HV-PAYOUT-ACCOUNT-ID
                   MOVE 'ROLLOVER' TO HV-MATURITY-INSTR
               END-IF
           END-IF

           IF HV-MATURITY-INSTR = 'PAYOUT'
               PERFORM PAY-OUT-DEPOSIT
           ELSE
               PERFORM ROLL-OVER-DEPOSIT
           END-IF

           IF STEP-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "MATURITY BACKED OUT, ACCOUNT: " HV-ACCOUNT-ID
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               IF HV-MATURITY-INSTR = 'PAYOUT'
                   ADD 1 TO WS-PAID-COUNT
               ELSE
                   ADD 1 TO WS-ROLLED-COUNT
               END-IF
               EXEC SQL COMMIT END-EXEC
           END-IF.

       READ-PAYOUT-ACCOUNT.
           MOVE SPACES TO HV-PAYOUT-STATUS HV-PAYOUT-CUSTOMER-ID

           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID
               INTO :HV-PAYOUT-STATUS, :HV-PAYOUT-CUSTOMER-ID
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-PAYOUT-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-PAYOUT-STATUS
           END-IF.

      * The new term starts from the old maturity date, not from
      * tonight, so a run that was down a few days does not shift the
      * customer's anniversary. The rate is the band for the balance
      * actually rolling over, effective today.
       ROLL-OVER-DEPOSIT.
           MOVE ZERO TO HV-CONTRACT-RATE

           IF HV-BALANCE > ZERO
               MOVE HV-BALANCE TO HV-TIER-BASIS
           ELSE
               MOVE ZERO TO HV-TIER-BASIS
           END-IF

           EXEC SQL
               SELECT MONTHLY_RATE INTO :HV-CONTRACT-RATE
               FROM ACCRUAL_RATES
               WHERE ACCOUNT_TYPE = :HV-ACCOUNT-TYPE
                 AND ACTIVE_FLAG = 'Y'
                 AND COALESCE(TIER_MIN_BALANCE, 0) <= :HV-TIER-BASIS
                 AND COALESCE(EFFECTIVE_DATE, '0001-01-01')
                     <= CURRENT DATE
               ORDER BY COALESCE(TIER_MIN_BALANCE, 0) DESC,
                        COALESCE(EFFECTIVE_DATE, '0001-01-01') DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO HV-CONTRACT-RATE
               DISPLAY "NO RATE ROW IN FORCE, ROLLED AT ZERO: "
                   HV-ACCOUNT-ID
           END-IF

           EXEC SQL
               UPDATE ACCOUNTS
               SET MATURITY_DATE = MATURITY_DATE + :HV-TERM-MONTHS
                                   MONTHS,
                   CONTRACT_RATE = :HV-CONTRACT-RATE,
                   LAST_UPDATED = :HV-TIMESTAMP
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR ROLLING OVER DEPOSIT, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               MOVE 'OPEN' TO HV-OLD-STATUS HV-NEW-STATUS
               MOVE 'ROLLOVER' TO HV-CHANGE-TYPE
               PERFORM WRITE-ACCOUNT-AUDIT
           END-IF.

      * Both legs and the close commit together or not at all - the
      * pairing STNDPOST's sweeps keep, so RECONCIL still balances. A
      * deposit with nothing left in it is simply closed.
       PAY-OUT-DEPOSIT.
           IF HV-BALANCE NOT = ZERO
               MOVE SPACES TO WS-TDM-REF
               STRING 'TDM'                    DELIMITED BY SIZE
                      HV-TIMESTAMP(1:4)        DELIMITED BY SIZE
                      HV-TIMESTAMP(6:2)        DELIMITED BY SIZE
                      HV-TIMESTAMP(9:2)        DELIMITED BY SIZE
                      HV-TIMESTAMP(12:2)       DELIMITED BY SIZE
                      HV-TIMESTAMP(15:2)       DELIMITED BY SIZE
                      HV-TIMESTAMP(18:2)       DELIMITED BY SIZE
                   INTO WS-TDM-REF
               END-STRING

               MOVE SPACES TO HV-DESCRIPTION
               STRING WS-TDM-REF                   DELIMITED BY SIZE
                      ' TERM DEPOSIT MATURITY '    DELIMITED BY SIZE
                      HV-ACCOUNT-ID                DELIMITED BY SIZE
                   INTO HV-DESCRIPTION
               END-STRING

               MOVE HV-ACCOUNT-ID  TO HV-LEG-ACCOUNT-ID
               MOVE HV-CUSTOMER-ID TO HV-LEG-CUSTOMER-ID
               COMPUTE HV-LEG-AMOUNT = ZERO - HV-BALANCE
               PERFORM POST-TRANSFER-LEG

               IF NOT STEP-FAILED
                   MOVE HV-PAYOUT-ACCOUNT-ID  TO HV-LEG-ACCOUNT-ID
                   MOVE HV-PAYOUT-CUSTOMER-ID TO HV-LEG-CUSTOMER-ID
                   MOVE HV-BALANCE            TO HV-LEG-AMOUNT
                   PERFORM POST-TRANSFER-LEG
               END-IF
           END-IF

           IF NOT STEP-FAILED
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET ACCOUNT_STATUS = 'CLOSED',
                       CLOSED_DATE = :HV-TIMESTAMP,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR CLOSING MATURED DEPOSIT, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   MOVE 'OPEN' TO HV-OLD-STATUS
                   MOVE 'CLOSED' TO HV-NEW-STATUS
                   MOVE 'MATURED' TO HV-CHANGE-TYPE
                   PERFORM WRITE-ACCOUNT-AUDIT
               END-IF
           END-IF.

       POST-TRANSFER-LEG.
           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION)
               VALUES (:HV-LEG-ACCOUNT-ID, :HV-LEG-CUSTOMER-ID,
                       :HV-TXN-DATE, 'TRANSFER', :HV-LEG-AMOUNT,
                       :HV-DESCRIPTION)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR INSERTING PAYOUT LEG, ACCOUNT: "
                   HV-LEG-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE + :HV-LEG-AMOUNT,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-LEG-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR UPDATING BALANCE, ACCOUNT: "
                       HV-LEG-ACCOUNT-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * Same ACCOUNT_AUDIT row ACCTMSTR and DORMSCAN write, so the
      * account's history shows each rollover and the final payout.
       WRITE-ACCOUNT-AUDIT.
           EXEC SQL
               INSERT INTO ACCOUNT_AUDIT
                    (ACCOUNT_ID, CHANGED_AT, CHANGE_TYPE,
                     OLD_STATUS, NEW_STATUS)
               VALUES (:HV-ACCOUNT-ID, :HV-TIMESTAMP, :HV-CHANGE-TYPE,
                       :HV-OLD-STATUS, :HV-NEW-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING ACCOUNT AUDIT ROW, "
                   "SQLCODE: " SQLCODE
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so BATCHRUN can see a step that blew up
      * instead of checkpointing it as complete.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('MATURITY', :HV-RUN-START, :HV-RUN-END,
                    :HV-RUN-COUNT, :HV-RUN-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING RUN LOG ROW, SQLCODE: " SQLCODE
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
