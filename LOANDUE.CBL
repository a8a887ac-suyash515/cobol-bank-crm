       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDUE.

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
       01  HV-INST-NO            PIC S9(4) COMP-5.
       01  HV-PAST-DUE-AMOUNT    PIC S9(11)V99 COMP-3.
       01  HV-QUEUE-BALANCE      PIC S9(9)V99 COMP-3.
       01  HV-LATE-FEE           PIC S9(9)V99 COMP-3.
       01  HV-SCHED-FEE          PIC S9(9)V99 COMP-3.
       01  HV-GRACE-DAYS         PIC S9(9) COMP-5.
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-MISSED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-QUEUED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STEP-FAILED        PIC X VALUE 'N'.
           88  STEP-FAILED           VALUE 'Y'.
      * The per-installment and per-loan writes issue their own SQL
      * inside the fetch loops, so neither loop can test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Late fee and grace period come from BATCH_PARMS (LATEFEE in
      * whole dollars, GRACEDAYS in days, rows for this program),
      * parsed the way TXNPOST reads its NSFFEE row. These defaults
      * apply when no usable row is on file. The late fee itself is
      * priced from FEE_SCHEDULE (fee code LATEFEE, product LOAN or
      * ALL) once that row is loaded; the LATEFEE parm is the
      * fallback until then.
       01  WS-LATE-FEE-DOLLARS   PIC 9(05) VALUE 25.
       01  WS-GRACE-DAYS         PIC 9(05) VALUE 10.

       PROCEDURE DIVISION.

      * Nightly loan due/past-due run. An installment still open once
      * its due date plus the grace period has gone by is marked
      * PASTDUE, the loan moves to PASTDUE and is charged one late fee
      * per missed installment. Every past-due loan is then put (or
      * kept) on COLLECTION_QUEUE next to the overdrawn deposit
      * accounts COLLSCAN finds - CURRENT_BALANCE carries the amount
      * in arrears as a negative, COLLSCAN's convention, so the
      * collectors' worklist and COLLSCAN's aging bands treat both
      * alike. A loan brought current clears its own entry here,
      * since COLLSCAN only clears entries against ACCOUNTS rows.
       MAIN-LOGIC.
           DISPLAY "STARTING LOAN DUE / PAST-DUE PROCESSING"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP

           PERFORM READ-BATCH-PARMS
           DISPLAY "LATE FEE: " HV-LATE-FEE
               " GRACE DAYS: " WS-GRACE-DAYS

      * WITH HOLD so the per-installment COMMIT below does not close
      * the driving cursor - the ACCRUAL pattern.
           EXEC SQL
               DECLARE LOAN_MISS_CUR CURSOR WITH HOLD FOR
               SELECT S.LOAN_ID, S.INSTALLMENT_NO
               FROM LOAN_SCHEDULE S, LOAN_ACCOUNTS L
               WHERE S.LOAN_ID = L.LOAN_ID
                 AND L.LOAN_STATUS IN ('ACTIVE', 'PASTDUE')
                 AND S.INST_STATUS = 'DUE'
                 AND S.DUE_DATE < CURRENT DATE - :HV-GRACE-DAYS DAYS
               ORDER BY S.LOAN_ID, S.INSTALLMENT_NO
           END-EXEC

           EXEC SQL OPEN LOAN_MISS_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH LOAN_MISS_CUR INTO
                       :HV-LOAN-ID,
                       :HV-INST-NO
               END-EXEC

               IF SQLCODE = 0
                   PERFORM MARK-INSTALLMENT-MISSED
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LOAN_MISS_CUR END-EXEC

           PERFORM FEED-COLLECTION-QUEUE
           PERFORM CLEAR-CURRENT-LOANS

           EXEC SQL COMMIT END-EXEC

           IF WS-ERROR-COUNT = 0
               MOVE 'LOAN DUE PROCESSING COMPLETE' TO WS-RESPONSE
           ELSE
               MOVE 'LOAN DUE PROCESSING COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "INSTALLMENTS MISSED  : " WS-MISSED-COUNT
           DISPLAY "PAST-DUE LOANS QUEUED: " WS-QUEUED-COUNT
           DISPLAY "NEW QUEUE ENTRIES    : " WS-NEW-COUNT
           DISPLAY "CLEARED THIS RUN     : " WS-CLEARED-COUNT
           DISPLAY "ERRORS               : " WS-ERROR-COUNT

           MOVE WS-MISSED-COUNT TO HV-RUN-COUNT
           IF WS-ERROR-COUNT = 0
               MOVE 'SUCCESS' TO HV-RUN-STATUS
           ELSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'LATEFEE' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:5) NUMERIC
               MOVE HV-PARM-VALUE(1:5) TO WS-LATE-FEE-DOLLARS
           END-IF
           MOVE WS-LATE-FEE-DOLLARS TO HV-LATE-FEE
           PERFORM READ-LATE-FEE-SCHEDULE

           MOVE 'GRACEDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:5) NUMERIC
               MOVE HV-PARM-VALUE(1:5) TO WS-GRACE-DAYS
           END-IF
           MOVE WS-GRACE-DAYS TO HV-GRACE-DAYS.

       READ-ONE-BATCH-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'LOANDUE'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-PARM-VALUE
           END-IF.

      * Loans carry no product code of their own, so the schedule is
      * keyed on LOAN for every loan.
       READ-LATE-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'LATEFEE'
                 AND PRODUCT_CODE IN ('LOAN', 'ALL')
                 AND EFFECTIVE_DATE <= CURRENT DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-SCHED-FEE TO HV-LATE-FEE
           END-IF.

      * The status flip, the late fee and the loan's PASTDUE status
      * commit together per installment. The DUE guard is repeated on
      * the UPDATE so a payment that landed after the cursor opened
      * is not charged a fee.
       MARK-INSTALLMENT-MISSED.
           MOVE 'N' TO WS-STEP-FAILED

           EXEC SQL
               UPDATE LOAN_SCHEDULE
               SET INST_STATUS = 'PASTDUE'
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INSTALLMENT_NO = :HV-INST-NO
                 AND INST_STATUS = 'DUE'
           END-EXEC

           IF SQLCODE = 100
               CONTINUE
           ELSE IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
           ELSE
               EXEC SQL
                   UPDATE LOAN_ACCOUNTS
                   SET LATE_FEE_BALANCE = LATE_FEE_BALANCE
                                          + :HV-LATE-FEE,
                       LOAN_STATUS = 'PASTDUE'
                   WHERE LOAN_ID = :HV-LOAN-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
               ELSE
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY "INSTALLMENT PAST DUE: " HV-LOAN-ID
                       " NO. " HV-INST-NO
               END-IF
           END-IF
           END-IF

           IF STEP-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR MARKING INSTALLMENT PAST DUE, LOAN: "
                   HV-LOAN-ID " SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * Arrears are the unpaid remainder of every PASTDUE installment
      * plus the late fees outstanding, derived in the cursor itself
      * so the fetch loop stays free of inner SELECTs.
       FEED-COLLECTION-QUEUE.
           EXEC SQL
               DECLARE LOAN_COLL_CUR CURSOR WITH HOLD FOR
               SELECT L.LOAN_ID, L.CUSTOMER_ID,
                      L.LATE_FEE_BALANCE + COALESCE(
                          (SELECT SUM(S.PAYMENT_AMOUNT
                                      - S.INTEREST_PAID
                                      - S.PRINCIPAL_PAID)
                           FROM LOAN_SCHEDULE S
                           WHERE S.LOAN_ID = L.LOAN_ID
                             AND S.INST_STATUS = 'PASTDUE'), 0)
               FROM LOAN_ACCOUNTS L
               WHERE L.LOAN_STATUS = 'PASTDUE'
               ORDER BY L.LOAN_ID
           END-EXEC

           EXEC SQL OPEN LOAN_COLL_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH LOAN_COLL_CUR INTO
                       :HV-LOAN-ID,
                       :HV-CUSTOMER-ID,
                       :HV-PAST-DUE-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-QUEUED-COUNT
                   PERFORM RECORD-QUEUE-ENTRY
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LOAN_COLL_CUR END-EXEC.

      * Same refresh-or-insert COLLSCAN applies: an open entry gets
      * its balance and last-seen refreshed, a new arrears case
      * starts the aging clock today.
       RECORD-QUEUE-ENTRY.
           COMPUTE HV-QUEUE-BALANCE = ZERO - HV-PAST-DUE-AMOUNT

           EXEC SQL
               UPDATE COLLECTION_QUEUE
               SET CURRENT_BALANCE = :HV-QUEUE-BALANCE,
                   LAST_SEEN = CURRENT DATE
               WHERE ACCOUNT_ID = :HV-LOAN-ID
                 AND CLEARED_DATE IS NULL
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO COLLECTION_QUEUE
                       (ACCOUNT_ID, CUSTOMER_ID, CURRENT_BALANCE,
                        QUEUE_STATUS, ESCALATION, FIRST_SEEN,
                        LAST_SEEN)
                   VALUES
                       (:HV-LOAN-ID, :HV-CUSTOMER-ID,
                        :HV-QUEUE-BALANCE, 'NEW', 'L1',
                        CURRENT DATE, CURRENT DATE)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NEW-COUNT
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR RECORDING QUEUE ENTRY, LOAN: "
                   HV-LOAN-ID " SQLCODE: " SQLCODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * A loan no longer PASTDUE (brought current or paid off) clears
      * its open entry - cleared rows stay on file as the history of
      * the episode, as COLLSCAN leaves them.
       CLEAR-CURRENT-LOANS.
           EXEC SQL
               UPDATE COLLECTION_QUEUE Q
               SET CLEARED_DATE = CURRENT DATE,
                   QUEUE_STATUS = 'CLEARED'
               WHERE Q.CLEARED_DATE IS NULL
                 AND EXISTS
                     (SELECT 1 FROM LOAN_ACCOUNTS L
                      WHERE L.LOAN_ID = Q.ACCOUNT_ID
                        AND L.LOAN_STATUS NOT = 'PASTDUE')
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CLEARED-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR CLEARING CURRENT LOANS, SQLCODE: "
                       SQLCODE
           END-EVALUATE.

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
                   ('LOANDUE', :HV-RUN-START, :HV-RUN-END,
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
