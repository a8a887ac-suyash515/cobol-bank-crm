       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CHGOFF-ID          PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-PROPOSED-AMOUNT    PIC S9(9)V99 COMP-3.
       01  HV-CHGOFF-STATUS      PIC X(10).
       01  HV-DAYS-ON-QUEUE      PIC S9(9) COMP-5.
       01  HV-CHGOFF-DAYS        PIC S9(9) COMP-5.
       01  HV-APPROVAL-ID        PIC X(10).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-PARM-DOLLARS       PIC 9(07).
       01  WS-CHGOFF-NUMBER      PIC 9(07) VALUE ZERO.
       01  WS-DAYS-DISPLAY       PIC ZZZ9.
       01  WS-RECOVERY-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-RECOVERED-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CANDIDATE-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-POSTED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-POSTED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-REFERRED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REFERRED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CANCELLED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.

      * Overdrawn this many days on COLLECTION_QUEUE and the balance
      * is written off - six months by default, BATCH_PARMS
      * CHGOFFDAYS to change it.
       01  WS-CHGOFF-DAYS        PIC 9(03) VALUE 180.
      * A write-off above this many dollars needs a second person -
      * it goes to APPRVQUE instead of posting. BATCH_PARMS
      * APPRLIMIT, whole dollars.
       01  WS-APPROVAL-LIMIT     PIC 9(9)V99 VALUE 1000.00.
      * The operator ID the run posts and submits under; it needs
      * its EMPLOYEE_MASTER row and the CHGOFMGT APPLY/RECOVR and
      * APPRVQUE SUBMIT entitlements like any other user.
       01  WS-RUN-EMPLOYEE-ID    PIC X(08) VALUE 'CHGOFF'.

      * The work is read into storage and the cursor closed before
      * anything posts - CHGOFMGT backs out a failed posting with a
      * ROLLBACK, which would close an open cursor under the loop.
      * More than the table holds waits for the next run.
       01  WS-WORK-TBL.
           05  WS-WORK-ENTRY OCCURS 500 TIMES.
               10  WS-WK-KEY         PIC X(12).
               10  WS-WK-CUSTOMER-ID PIC X(10).
               10  WS-WK-AMOUNT      PIC S9(9)V99 COMP-3.
               10  WS-WK-DAYS        PIC S9(9) COMP-5.
       01  WS-WORK-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-WORK-MAX           PIC 9(3) VALUE 500.
       01  WS-WORK-IDX           PIC 9(3).
       01  WS-WORK-FULL          PIC X VALUE 'N'.
           88  WORK-TBL-FULL         VALUE 'Y'.

      * Commarea for the CHGOFMGT CALLs that post a write-off or a
      * recovery - same shape as its DFHCOMMAREA.
       01  WS-CHGOFMGT-COMMAREA.
           05  WS-CO-CHGOFF-ID       PIC X(10).
           05  WS-CO-ACCOUNT-ID      PIC X(12).
           05  WS-CO-FUNCTION        PIC X(06).
           05  WS-CO-EMPLOYEE-ID     PIC X(08).
           05  WS-CO-CHGOFF-STATUS   PIC X(10).
           05  WS-CO-CHGOFF-AMOUNT   PIC S9(9)V99.
           05  WS-CO-RECOVERED-AMOUNT PIC S9(9)V99.
           05  WS-CO-POSTED-AMOUNT   PIC S9(9)V99.
           05  WS-CO-RETURN-CODE     PIC 9(02).

      * Commarea for the APPRVQUE CALL an over-limit write-off
      * triggers.
       01  WS-APPRVQUE-COMMAREA.
           05  WS-AQ-APPROVAL-ID  PIC X(10).
           05  WS-AQ-ACTION-TYPE  PIC X(08).
           05  WS-AQ-TARGET-KEY-1 PIC X(12).
           05  WS-AQ-TARGET-KEY-2 PIC X(12).
           05  WS-AQ-AMOUNT       PIC S9(9)V99.
           05  WS-AQ-REASON       PIC X(100).
           05  WS-AQ-FUNCTION     PIC X(06).
           05  WS-AQ-EMPLOYEE-ID  PIC X(08).
           05  WS-AQ-APR-COUNT    PIC 9(02).
           05  WS-AQ-APR-RESULTS OCCURS 10 TIMES.
               10  WS-AQ-APR-ID          PIC X(10).
               10  WS-AQ-APR-ACTION      PIC X(08).
               10  WS-AQ-APR-KEY-1       PIC X(12).
               10  WS-AQ-APR-KEY-2       PIC X(12).
               10  WS-AQ-APR-AMOUNT      PIC S9(9)V99.
               10  WS-AQ-APR-REQUESTED-BY PIC X(08).
               10  WS-AQ-APR-REQUESTED-AT PIC X(26).
           05  WS-AQ-RETURN-CODE  PIC 9(02).

       PROCEDURE DIVISION.

      * Month-end charge-off run. Accounts that have sat overdrawn on
      * COLLECTION_QUEUE past the CHGOFFDAYS threshold are proposed
      * on the CHARGE_OFFS register; a write-off within the approval
      * limit posts at once through CHGOFMGT - the balance goes to
      * zero, the account to CHARGEDOFF, the loss to its own GL
      * account through the CHGOFF TXN_TYPE - and a larger one waits
      * PENDAPPR in APPRVQUE for the credit committee's checker.
      * Before that, anything that has come in on accounts already
      * charged off is taken back as a recovery against what was
      * written off. Each account is its own unit of work.
       MAIN-LOGIC.
           DISPLAY "STARTING MONTH-END CHARGE-OFF RUN"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS

           DISPLAY "CHARGE-OFF AFTER DAYS : " WS-CHGOFF-DAYS
           DISPLAY "APPROVAL ABOVE AMOUNT : " WS-APPROVAL-LIMIT

           PERFORM RECOVER-CHARGED-OFF-ACCOUNTS
           PERFORM CHARGE-OFF-AGED-ENTRIES

           IF WS-ERROR-COUNT = 0
               MOVE 'CHARGE-OFF RUN COMPLETE' TO WS-RESPONSE
           ELSE
               MOVE 'CHARGE-OFF RUN COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "RECOVERIES POSTED  : " WS-RECOVERY-COUNT
           DISPLAY "AMOUNT RECOVERED   : " WS-RECOVERED-TOTAL
           DISPLAY "ACCOUNTS PROPOSED  : " WS-CANDIDATE-COUNT
           DISPLAY "CHARGED OFF        : " WS-POSTED-COUNT
           DISPLAY "AMOUNT CHARGED OFF : " WS-POSTED-TOTAL
           DISPLAY "SENT FOR APPROVAL  : " WS-REFERRED-COUNT
           DISPLAY "AMOUNT FOR APPROVAL: " WS-REFERRED-TOTAL
           DISPLAY "CANCELLED, REPAID  : " WS-CANCELLED-COUNT
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           COMPUTE HV-RUN-COUNT = WS-RECOVERY-COUNT
               + WS-POSTED-COUNT + WS-REFERRED-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'CHGOFFDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-CHGOFF-DAYS
           END-IF

           MOVE 'APPRLIMIT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               MOVE WS-PARM-DOLLARS TO WS-APPROVAL-LIMIT
           END-IF

           MOVE WS-CHGOFF-DAYS TO HV-CHGOFF-DAYS.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'CHGOFF'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * A charged-off account stays open to credits from the inbound
      * feed, so a customer paying down the debt lands money on it.
      * Any positive balance on a write-off not yet fully recovered
      * is swept back by CHGOFMGT RECOVR.
       RECOVER-CHARGED-OFF-ACCOUNTS.
           MOVE ZERO TO WS-WORK-COUNT
           MOVE 'N' TO WS-WORK-FULL

           EXEC SQL
               DECLARE CHGO_RCV_CUR CURSOR FOR
               SELECT C.CHGOFF_ID, C.CUSTOMER_ID
               FROM CHARGE_OFFS C, ACCOUNTS A
               WHERE A.ACCOUNT_ID = C.ACCOUNT_ID
                 AND C.CHGOFF_STATUS = 'CHARGEDOFF'
                 AND A.BALANCE > 0
               ORDER BY C.CHGOFF_ID
           END-EXEC

           EXEC SQL OPEN CHGO_RCV_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WORK-TBL-FULL
               EXEC SQL
                   FETCH CHGO_RCV_CUR INTO
                       :HV-CHGOFF-ID,
                       :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE = 0
                   IF WS-WORK-COUNT < WS-WORK-MAX
                       ADD 1 TO WS-WORK-COUNT
                       MOVE HV-CHGOFF-ID
                           TO WS-WK-KEY(WS-WORK-COUNT)
                       MOVE HV-CUSTOMER-ID
                           TO WS-WK-CUSTOMER-ID(WS-WORK-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-WORK-FULL
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING CHARGED-OFF ACCOUNTS, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL CLOSE CHGO_RCV_CUR END-EXEC

           IF WORK-TBL-FULL
               DISPLAY "RECOVERY TABLE FULL, REMAINDER NEXT RUN"
           END-IF

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-WORK-COUNT
               PERFORM RECOVER-ONE-ACCOUNT
           END-PERFORM.

       RECOVER-ONE-ACCOUNT.
           MOVE SPACES TO WS-CHGOFMGT-COMMAREA
           MOVE WS-WK-KEY(WS-WORK-IDX)(1:10) TO WS-CO-CHGOFF-ID
           MOVE 'RECOVR'           TO WS-CO-FUNCTION
           MOVE WS-RUN-EMPLOYEE-ID TO WS-CO-EMPLOYEE-ID
           MOVE 00 TO WS-CO-RETURN-CODE
           CALL 'CHGOFMGT' USING WS-CHGOFMGT-COMMAREA

           EVALUATE WS-CO-RETURN-CODE
               WHEN 00
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD WS-CO-POSTED-AMOUNT TO WS-RECOVERED-TOTAL
                   EXEC SQL COMMIT END-EXEC
               WHEN 04
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "RECOVERY NOT POSTED, CHARGE-OFF: "
                       WS-CO-CHGOFF-ID " RC: " WS-CO-RETURN-CODE
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

      * Aged past the threshold on an open queue entry, still
      * overdrawn, not already charged off or closed, and with no
      * proposal already waiting on a checker. A proposal the
      * committee rejected is made again at a later month-end while
      * the account stays overdrawn - the decision is revisited, not
      * forgotten.
       CHARGE-OFF-AGED-ENTRIES.
           MOVE ZERO TO WS-WORK-COUNT
           MOVE 'N' TO WS-WORK-FULL

           EXEC SQL
               DECLARE CHGO_CAND_CUR CURSOR FOR
               SELECT Q.ACCOUNT_ID, A.CUSTOMER_ID, A.BALANCE,
                      DAYS(CURRENT DATE) - DAYS(Q.FIRST_SEEN)
               FROM COLLECTION_QUEUE Q, ACCOUNTS A
               WHERE A.ACCOUNT_ID = Q.ACCOUNT_ID
                 AND Q.CLEARED_DATE IS NULL
                 AND DAYS(CURRENT DATE) - DAYS(Q.FIRST_SEEN)
                     >= :HV-CHGOFF-DAYS
                 AND A.BALANCE < 0
                 AND A.ACCOUNT_STATUS NOT IN ('CLOSED', 'CHARGEDOFF')
                 AND NOT EXISTS
                     (SELECT 1 FROM CHARGE_OFFS C
                      WHERE C.ACCOUNT_ID = Q.ACCOUNT_ID
                        AND C.CHGOFF_STATUS IN ('PENDING', 'PENDAPPR'))
               ORDER BY Q.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN CHGO_CAND_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WORK-TBL-FULL
               EXEC SQL
                   FETCH CHGO_CAND_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-BALANCE,
                       :HV-DAYS-ON-QUEUE
               END-EXEC

               IF SQLCODE = 0
                   IF WS-WORK-COUNT < WS-WORK-MAX
                       ADD 1 TO WS-WORK-COUNT
                       MOVE HV-ACCOUNT-ID
                           TO WS-WK-KEY(WS-WORK-COUNT)
                       MOVE HV-CUSTOMER-ID
                           TO WS-WK-CUSTOMER-ID(WS-WORK-COUNT)
                       COMPUTE WS-WK-AMOUNT(WS-WORK-COUNT) =
                           ZERO - HV-BALANCE
                       MOVE HV-DAYS-ON-QUEUE
                           TO WS-WK-DAYS(WS-WORK-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-WORK-FULL
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING AGED QUEUE ENTRIES, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL CLOSE CHGO_CAND_CUR END-EXEC

           IF WORK-TBL-FULL
               DISPLAY "CHARGE-OFF TABLE FULL, REMAINDER NEXT RUN"
           END-IF

           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-WORK-COUNT
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM CHARGE-OFF-ONE-ACCOUNT
           END-PERFORM.

      * The register row and either its posting or its approval
      * request are one unit of work.
       CHARGE-OFF-ONE-ACCOUNT.
           MOVE WS-WK-KEY(WS-WORK-IDX)         TO HV-ACCOUNT-ID
           MOVE WS-WK-CUSTOMER-ID(WS-WORK-IDX) TO HV-CUSTOMER-ID
           MOVE WS-WK-AMOUNT(WS-WORK-IDX)      TO HV-PROPOSED-AMOUNT
           MOVE WS-WK-DAYS(WS-WORK-IDX)        TO HV-DAYS-ON-QUEUE

           IF HV-PROPOSED-AMOUNT > WS-APPROVAL-LIMIT
               MOVE 'PENDAPPR' TO HV-CHGOFF-STATUS
           ELSE
               MOVE 'PENDING' TO HV-CHGOFF-STATUS
           END-IF

           PERFORM GENERATE-CHGOFF-ID

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO CHARGE_OFFS
                       (CHGOFF_ID, ACCOUNT_ID, CUSTOMER_ID,
                        PROPOSED_AMOUNT, DAYS_ON_QUEUE, CHGOFF_STATUS,
                        PROPOSED_AT, RECOVERED_AMOUNT)
                   VALUES
                       (:HV-CHGOFF-ID, :HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                        :HV-PROPOSED-AMOUNT, :HV-DAYS-ON-QUEUE,
                        :HV-CHGOFF-STATUS, :HV-TIMESTAMP, 0)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR PROPOSING CHARGE-OFF, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE IF HV-CHGOFF-STATUS = 'PENDAPPR'
               PERFORM SUBMIT-FOR-APPROVAL
           ELSE
               PERFORM POST-WITHIN-LIMIT
           END-IF
           END-IF.

      * CHGOFF_ID is owned by the system, drawn from the
      * CHARGEOFF_CONTROL one-row counter the way APPRVQUE draws
      * approval numbers.
       GENERATE-CHGOFF-ID.
           EXEC SQL
               UPDATE CHARGEOFF_CONTROL
               SET LAST_CHGOFF_NUMBER = LAST_CHGOFF_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_CHGOFF_NUMBER INTO :HV-NEXT-NUMBER
                   FROM CHARGEOFF_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-NEXT-NUMBER TO WS-CHGOFF-NUMBER
               MOVE SPACES TO HV-CHGOFF-ID
               STRING 'CHO' WS-CHGOFF-NUMBER
                   DELIMITED BY SIZE INTO HV-CHGOFF-ID
               END-STRING
           END-IF.

      * A cancellation (RC 16 - the account came back above zero
      * since the cursor read it) is kept; anything else CHGOFMGT
      * could not post is backed out with the register row.
       POST-WITHIN-LIMIT.
           MOVE SPACES TO WS-CHGOFMGT-COMMAREA
           MOVE HV-CHGOFF-ID       TO WS-CO-CHGOFF-ID
           MOVE 'APPLY '           TO WS-CO-FUNCTION
           MOVE WS-RUN-EMPLOYEE-ID TO WS-CO-EMPLOYEE-ID
           MOVE 00 TO WS-CO-RETURN-CODE
           CALL 'CHGOFMGT' USING WS-CHGOFMGT-COMMAREA

           IF WS-CO-RETURN-CODE = 00
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-CO-POSTED-AMOUNT TO WS-POSTED-TOTAL
               EXEC SQL COMMIT END-EXEC
           ELSE IF WS-CO-RETURN-CODE = 16
                   AND WS-CO-CHGOFF-STATUS = 'CANCELLED'
               ADD 1 TO WS-CANCELLED-COUNT
               EXEC SQL COMMIT END-EXEC
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CHARGE-OFF NOT POSTED, ACCOUNT: "
                   HV-ACCOUNT-ID " RC: " WS-CO-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF
           END-IF.

      * The approval request carries the CHGOFF_ID in TARGET_KEY_1
      * and the account in TARGET_KEY_2, with the amount and time on
      * the queue in the reason, so the checker's LIST shows what
      * they are writing off.
       SUBMIT-FOR-APPROVAL.
           MOVE HV-DAYS-ON-QUEUE TO WS-DAYS-DISPLAY

           MOVE SPACES TO WS-APPRVQUE-COMMAREA
           MOVE 'CHGOFF  '         TO WS-AQ-ACTION-TYPE
           MOVE HV-CHGOFF-ID       TO WS-AQ-TARGET-KEY-1
           MOVE HV-ACCOUNT-ID      TO WS-AQ-TARGET-KEY-2
           MOVE HV-PROPOSED-AMOUNT TO WS-AQ-AMOUNT
           STRING 'CHARGE OFF ACCOUNT ' HV-ACCOUNT-ID
                  ' - OVERDRAWN ' WS-DAYS-DISPLAY
                  ' DAYS ON COLLECTIONS QUEUE'
               DELIMITED BY SIZE INTO WS-AQ-REASON
           END-STRING
           MOVE 'SUBMIT'           TO WS-AQ-FUNCTION
           MOVE WS-RUN-EMPLOYEE-ID TO WS-AQ-EMPLOYEE-ID
           MOVE 00 TO WS-AQ-RETURN-CODE

           CALL 'APPRVQUE' USING WS-APPRVQUE-COMMAREA

           IF WS-AQ-RETURN-CODE NOT = 00
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CHARGE-OFF NOT SUBMITTED, ACCOUNT: "
                   HV-ACCOUNT-ID " RC: " WS-AQ-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-AQ-APPROVAL-ID TO HV-APPROVAL-ID

               EXEC SQL
                   UPDATE CHARGE_OFFS
                   SET APPROVAL_ID = :HV-APPROVAL-ID
                   WHERE CHGOFF_ID = :HV-CHGOFF-ID
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-REFERRED-COUNT
                   ADD HV-PROPOSED-AMOUNT TO WS-REFERRED-TOTAL
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR RECORDING APPROVAL REFERENCE, "
                       "ACCOUNT: " HV-ACCOUNT-ID " SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
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
                   ('CHGOFF', :HV-RUN-START, :HV-RUN-END,
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
