               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EST-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO STMTCKPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO STMTWRK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  EST-PERIOD-TO     PIC X(10).
           05  EST-GENERATED-AT  PIC X(26).

      * Last customer completed, plus everything the rest of the
      * cycle needs to carry on as if it had never stopped: the
      * cycle's own generated-at stamp, start and period, and the
      * running totals so the closing counts agree with a clean run.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-CUSTOMER-ID      PIC X(10).
           05  CKPT-GENERATED-AT     PIC X(26).
           05  CKPT-CYCLE-START      PIC X(26).
           05  CKPT-PERIOD-FROM      PIC X(10).
           05  CKPT-PERIOD-TO        PIC X(10).
           05  CKPT-STATEMENT-COUNT  PIC 9(5).
           05  CKPT-TXN-COUNT        PIC 9(5).
           05  CKPT-VENDOR-COUNT     PIC 9(5).
           05  CKPT-ESTMT-COUNT      PIC 9(5).
           05  CKPT-SUPPRESSED-COUNT PIC 9(5).
           05  CKPT-HELD-COUNT       PIC 9(5).
           05  CKPT-SWITCHED-COUNT   PIC 9(5).
           05  CKPT-INSERT-TOTAL     PIC 9(7).
           05  CKPT-MSG-TBL          PIC X(343).

      * Scratch copy used to cut an output file back to the
      * checkpoint on restart - wide enough for the longest of the
      * three record layouts.
       FD  WORK-FILE.
       01  WORK-RECORD           PIC X(184).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-CLOSED-DATE        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-ADDRESS            PIC X(100).
       01  HV-ADDR-STREET        PIC X(50).
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-RVS-REF            PIC X(17).

       01  HV-LOAN-ID            PIC X(12).
       01  HV-PRINCIPAL-BALANCE  PIC S9(9)V99 COMP-3.
       01  HV-NEXT-DUE-DATE      PIC X(10).
       01  HV-LOAN-STATUS        PIC X(10).
      * TRANSACTIONS.TXN_DATE is a native DATE column (see TXNHIST's
      * own HV-TXN-DATE), so the period bounds compared against it
      * must be DATE-formatted (PIC X(10), 'YYYY-MM-DD'), not a full
       01  HV-PERIOD-FROM        PIC X(10).
       01  HV-PERIOD-TO          PIC X(10).
       01  HV-STMT-DELIVERY      PIC X(10).
       01  HV-MAIL-RETURNED      PIC X(01).
       01  HV-EMAIL-CONSENT      PIC X(01).
       01  HV-GENERATED-AT       PIC X(26).
       01  HV-PARM-PROGRAM       PIC X(10).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       01  HV-RESTART-FROM-ID    PIC X(10).
       01  HV-CYCLE-START        PIC X(26).
       01  HV-CYCLE-DATE         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-VND-FILE-OK    VALUE '00'.
       01  WS-EST-FILE-STATUS    PIC XX.
           88  WS-EST-FILE-OK    VALUE '00'.
       01  WS-CKPT-FILE-STATUS   PIC XX.
       01  WS-WRK-FILE-STATUS    PIC XX.
       01  WS-RESPONSE           PIC X(100).
       01  WS-STATEMENT-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-TXN-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ELECTRONIC-STMT    PIC X VALUE 'N'.
           88  ELECTRONIC-STMT       VALUE 'Y'.
       01  WS-SUPPRESSED-COUNT   PIC 9(5) VALUE ZERO.

      * Paper customers whose address is on the returned-mail
      * register (CUSTOMER_MASTER.MAIL_RETURNED) are not mailed
      * again: an EMAIL consent grant switches the statement to the
      * electronic channel, otherwise it is held - printed and
      * indexed, but no vendor record.
       01  WS-MAIL-HELD          PIC X VALUE 'N'.
           88  MAIL-HELD             VALUE 'Y'.
       01  WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SWITCHED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-VENDOR-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-ESTMT-COUNT        PIC 9(5) VALUE ZERO.

      * activity fetch loop, so that loop cannot test raw SQLCODE.
       01  WS-TXN-FETCH-DONE     PIC X VALUE 'N'.
           88  TXN-FETCH-DONE        VALUE 'Y'.
       01  WS-LOAN-FETCH-DONE    PIC X VALUE 'N'.
           88  LOAN-FETCH-DONE       VALUE 'Y'.

      * Insert counts per STATEMENT_MESSAGES row printed this cycle,
      * tallied the way COMPLREP tallies statuses - the print vendor
       01  WS-MSG-FOUND          PIC X VALUE 'N'.
       01  WS-INSERT-TOTAL       PIC 9(7) VALUE ZERO.

      * Restart control, the way DATAEXPORT does it: a non-blank
      * customer in STMTCKPT means an interrupted cycle to resume
      * after that customer; a cycle that drains the cursor clears
      * it. A checkpoint is taken at the customer break every
      * CKPTINTVL customers (BATCH_PARMS), with the output files
      * closed and reopened so what the checkpoint vouches for is on
      * disk, and the DB2 work committed with it. The cycle date
      * and start ride on the checkpoint so a restart the next
      * morning still drives the cycles that were due.
       01  WS-CKPT-FOUND         PIC X VALUE 'N'.
           88  CKPT-FOUND            VALUE 'Y'.
       01  WS-RESTART-FROM-ID    PIC X(10) VALUE SPACES.
       01  WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 100.
       01  WS-SINCE-CHECKPOINT   PIC 9(5) VALUE ZERO.
       01  WS-RULE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RULE-LIMIT         PIC 9(7) VALUE ZERO.
       01  WS-STMT-RULE          PIC X(40) VALUE ALL '='.
       01  WS-COPY-DONE          PIC X VALUE 'N'.
           88  COPY-DONE             VALUE 'Y'.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM READ-BATCH-PARMS

           MOVE HV-RUN-START TO HV-CYCLE-START
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-GENERATED-AT
           PERFORM READ-CHECKPOINT
           MOVE HV-CYCLE-START(1:10) TO HV-CYCLE-DATE
           MOVE WS-RESTART-FROM-ID TO HV-RESTART-FROM-ID

           DISPLAY "STARTING CUSTOMER STATEMENT GENERATION"
           DISPLAY "STATEMENT PERIOD: " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO

           MOVE WS-PERIOD-FROM TO HV-PERIOD-FROM
           MOVE WS-PERIOD-TO   TO HV-PERIOD-TO

           IF CKPT-FOUND
               DISPLAY "RESTARTING AFTER CUSTOMER ID: "
                   WS-RESTART-FROM-ID
               PERFORM CUT-BACK-STATEMENT-FILE
               PERFORM CUT-BACK-VENDOR-FILE
               PERFORM CUT-BACK-ESTMT-FILE
               OPEN EXTEND STATEMENT-FILE
               OPEN EXTEND VENDOR-FILE
               OPEN EXTEND ESTMT-FILE
           ELSE
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT VENDOR-FILE
               OPEN OUTPUT ESTMT-FILE
           END-IF

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING STATEMENT FILE, STATUS: "
      * today. A blank cycle statements on every run - the legacy
      * whole-book behavior, until operations assigns codes - so the
      * vendor's volume spike spreads across the month as cycles are
      * rolled out. An account settled and closed since the last run
      * (ACCOUNT_CLOSURES FINAL_STMT_STATUS PENDING) is driven too,
      * whatever the cycle, for its final closing statement.
      * A restart picks up after the checkpointed customer.
               EXEC SQL
                   DECLARE STMT_ACCT_CUR CURSOR WITH HOLD FOR
                   SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_TYPE,
                          A.BALANCE, A.ACCOUNT_STATUS
                   FROM ACCOUNTS A
                   WHERE A.ACCOUNT_STATUS = 'OPEN'
                     AND (:HV-RESTART-FROM-ID = SPACES
                          OR A.CUSTOMER_ID > :HV-RESTART-FROM-ID)
                     AND EXISTS
                         (SELECT 1 FROM CUSTOMER_MASTER C
                          WHERE C.CUSTOMER_ID = A.CUSTOMER_ID
                                 OR EXISTS
                                    (SELECT 1 FROM STATEMENT_CYCLES Y
                                     WHERE Y.CYCLE_CODE = C.STMT_CYCLE
                                       AND Y.RUN_DATE =
                                           :HV-CYCLE-DATE)))
                   UNION
                   SELECT A.ACCOUNT_ID, O.CUSTOMER_ID,
                          A.ACCOUNT_TYPE, A.BALANCE, A.ACCOUNT_STATUS
                   FROM ACCOUNTS A, ACCOUNT_OWNERS O
                   WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                     AND O.REMOVED_AT IS NULL
                     AND O.CUSTOMER_ID NOT = A.CUSTOMER_ID
                     AND A.ACCOUNT_STATUS = 'OPEN'
                     AND (:HV-RESTART-FROM-ID = SPACES
                          OR O.CUSTOMER_ID > :HV-RESTART-FROM-ID)
                     AND EXISTS
                         (SELECT 1 FROM CUSTOMER_MASTER C
                          WHERE C.CUSTOMER_ID = O.CUSTOMER_ID
                                 OR EXISTS
                                    (SELECT 1 FROM STATEMENT_CYCLES Y
                                     WHERE Y.CYCLE_CODE = C.STMT_CYCLE
                                       AND Y.RUN_DATE =
                                           :HV-CYCLE-DATE)))
                   UNION
                   SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_TYPE,
                          A.BALANCE, A.ACCOUNT_STATUS
                   FROM ACCOUNTS A, ACCOUNT_CLOSURES L
                   WHERE L.ACCOUNT_ID = A.ACCOUNT_ID
                     AND L.FINAL_STMT_STATUS = 'PENDING'
                     AND L.SETTLED_AT <= :HV-CYCLE-START
                     AND A.ACCOUNT_STATUS = 'CLOSED'
                     AND (:HV-RESTART-FROM-ID = SPACES
                          OR A.CUSTOMER_ID > :HV-RESTART-FROM-ID)
                   UNION
                   SELECT A.ACCOUNT_ID, O.CUSTOMER_ID,
                          A.ACCOUNT_TYPE, A.BALANCE, A.ACCOUNT_STATUS
                   FROM ACCOUNTS A, ACCOUNT_OWNERS O,
                        ACCOUNT_CLOSURES L
                   WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                     AND O.REMOVED_AT IS NULL
                     AND O.CUSTOMER_ID NOT = A.CUSTOMER_ID
                     AND L.ACCOUNT_ID = A.ACCOUNT_ID
                     AND L.FINAL_STMT_STATUS = 'PENDING'
                     AND L.SETTLED_AT <= :HV-CYCLE-START
                     AND A.ACCOUNT_STATUS = 'CLOSED'
                     AND (:HV-RESTART-FROM-ID = SPACES
                          OR O.CUSTOMER_ID > :HV-RESTART-FROM-ID)
                   ORDER BY 2, 1
               END-EXEC

               MOVE SPACES TO WS-CURRENT-CUSTOMER
               MOVE 'N' TO WS-CUSTOMER-ON-FILE

      * A checkpoint that could not reopen the output stops the run
      * there - nothing more is written to files that are closed.
               PERFORM UNTIL SQLCODE NOT = 0
                       OR HV-RUN-STATUS NOT = 'SUCCESS'
                   EXEC SQL
                       FETCH STMT_ACCT_CUR INTO
                           :HV-ACCOUNT-ID,
                           :HV-CUSTOMER-ID,
                           :HV-ACCOUNT-TYPE,
                           :HV-BALANCE,
                           :HV-ACCOUNT-STATUS
                   END-EXEC

                   IF SQLCODE = 0
                   END-IF
               END-PERFORM

      * Only a cursor run to its end finishes the cycle. Anything
      * else - including output that could not be reopened at a
      * checkpoint - backs out to the last checkpoint and leaves it
      * in place for the restart.
               IF SQLCODE = 100 AND HV-RUN-STATUS = 'SUCCESS'
                   EXEC SQL CLOSE STMT_ACCT_CUR END-EXEC
                   PERFORM END-CUSTOMER-STATEMENT
                   PERFORM MARK-FINAL-STATEMENTS
                   PERFORM CLEAR-CHECKPOINT
                   EXEC SQL COMMIT END-EXEC

                   IF WS-STATEMENT-COUNT = 0
                       MOVE 'NO OPEN ACCOUNTS TO STATEMENT'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'STATEMENT GENERATION COMPLETE'
                           TO WS-RESPONSE
                   END-IF
               ELSE
                   DISPLAY "STATEMENT RUN STOPPED, SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'STATEMENT GENERATION FAILED - SEE CHECKPOINT'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               CLOSE STATEMENT-FILE
               CLOSE VENDOR-FILE
               CLOSE ESTMT-FILE
           END-IF
           END-IF
           END-IF
           DISPLAY "VENDOR RECORDS       : " WS-VENDOR-COUNT
           DISPLAY "E-STATEMENTS WRITTEN : " WS-ESTMT-COUNT
           DISPLAY "CUSTOMERS SUPPRESSED : " WS-SUPPRESSED-COUNT
           DISPLAY "HELD - RETURNED MAIL : " WS-HELD-COUNT
           DISPLAY "SWITCHED TO E-STMT   : " WS-SWITCHED-COUNT
           DISPLAY "MESSAGE INSERTS      : " WS-INSERT-TOTAL
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
                   UNTIL WS-MSG-IDX > WS-MSG-COUNT
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND
               MOVE HV-PARM-VALUE(1:10) TO WS-PERIOD-TO
           END-IF

           MOVE 'CKPTINTVL' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:5) IS NUMERIC
                   AND HV-PARM-VALUE(1:5) > ZERO
               MOVE HV-PARM-VALUE(1:5) TO WS-CHECKPOINT-INTERVAL
           END-IF.

       READ-ONE-BATCH-PARM.
       GENERATE-ACCOUNT-STATEMENT.
           IF HV-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               PERFORM END-CUSTOMER-STATEMENT
               IF WS-CURRENT-CUSTOMER NOT = SPACES
                   ADD 1 TO WS-SINCE-CHECKPOINT
                   IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                           AND HV-RUN-STATUS = 'SUCCESS'
                       PERFORM TAKE-CHECKPOINT
                   END-IF
               END-IF
               IF HV-RUN-STATUS NOT = 'SUCCESS'
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-CUSTOMER-STATEMENT
           END-IF

           MOVE 'N' TO WS-CUSTOMER-ON-FILE
           MOVE 'N' TO WS-PAPER-STATEMENT
           MOVE 'N' TO WS-ELECTRONIC-STMT
           MOVE 'N' TO WS-MAIL-HELD
           MOVE ZERO TO WS-REL-TOTAL
           MOVE SPACES TO HV-NAME HV-ADDRESS HV-ADDR-STREET
                          HV-ADDR-CITY HV-ADDR-STATE
                          HV-ADDR-POSTAL-CODE HV-STMT-DELIVERY
                          HV-EMAIL
           MOVE 'N' TO HV-MAIL-RETURNED

           EXEC SQL
               SELECT NAME, ADDRESS, ADDR_STREET, ADDR_CITY,
                      ADDR_STATE, ADDR_POSTAL_CODE, STMT_DELIVERY,
                      EMAIL, SEGMENT, COALESCE(MAIL_RETURNED, 'N')
               INTO :HV-NAME, :HV-ADDRESS, :HV-ADDR-STREET,
                    :HV-ADDR-CITY, :HV-ADDR-STATE,
                    :HV-ADDR-POSTAL-CODE, :HV-STMT-DELIVERY,
                    :HV-EMAIL, :HV-SEGMENT, :HV-MAIL-RETURNED
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC
               IF HV-STMT-DELIVERY = 'ELECTRONIC'
                   MOVE 'Y' TO WS-ELECTRONIC-STMT
                   MOVE 'ELECTRONIC' TO HV-DELIVERY-CHANNEL
               ELSE IF HV-MAIL-RETURNED = 'Y'
                   PERFORM ROUTE-RETURNED-MAIL
               ELSE
                   MOVE 'Y' TO WS-PAPER-STATEMENT
                   MOVE 'PAPER' TO HV-DELIVERY-CHANNEL
               END-IF
               END-IF
               ADD 1 TO WS-STATEMENT-COUNT
               PERFORM WRITE-STATEMENT-HEADER
               PERFORM WRITE-STATEMENT-MESSAGES
           END-IF
           END-IF.

      * Mail to an address the post office has already sent back is
      * postage for nothing. A live EMAIL grant and an address on
      * file let the statement go electronically this cycle instead;
      * without them it is held until the address is corrected and
      * the flag clears.
       ROUTE-RETURNED-MAIL.
           MOVE 'N' TO HV-EMAIL-CONSENT

           IF HV-EMAIL NOT = SPACES
               EXEC SQL
                   SELECT 'Y' INTO :HV-EMAIL-CONSENT
                   FROM CUSTOMER_CONSENT
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND CHANNEL = 'EMAIL'
                     AND CONSENT_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'N' TO HV-EMAIL-CONSENT
               END-IF
           END-IF

           IF HV-EMAIL-CONSENT = 'Y'
               MOVE 'Y' TO WS-ELECTRONIC-STMT
               MOVE 'ELECTRONIC' TO HV-DELIVERY-CHANNEL
               ADD 1 TO WS-SWITCHED-COUNT
           ELSE
               MOVE 'Y' TO WS-MAIL-HELD
               MOVE 'PAPER' TO HV-DELIVERY-CHANNEL
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      * Segment-targeted messages from the operations-maintained
      * STATEMENT_MESSAGES table (text, target SEGMENT, date range)
      * print in the statement body at the customer break. A blank
               SELECT M.MESSAGE_ID, M.MESSAGE_TEXT
               FROM STATEMENT_MESSAGES M
               WHERE M.ACTIVE_FLAG = 'Y'
                 AND M.DATE_FROM <= :HV-CYCLE-DATE
                 AND M.DATE_TO >= :HV-CYCLE-DATE
                 AND (M.TARGET_SEGMENT = ' '
                      OR M.TARGET_SEGMENT = :HV-SEGMENT)
                 AND (M.MARKETING_FLAG NOT = 'Y'
      * stamped NOTIFIED so we can prove delivery afterwards.
       END-CUSTOMER-STATEMENT.
           IF WS-CURRENT-CUSTOMER NOT = SPACES AND CUSTOMER-ON-FILE
               PERFORM WRITE-LOAN-SECTION
               PERFORM WRITE-STATEMENT-FOOTER
               IF ELECTRONIC-STMT
                   PERFORM DELIVER-ELECTRONIC-STATEMENT
           END-STRING
           WRITE STATEMENT-LINE

           IF HV-ACCOUNT-STATUS = 'CLOSED'
               PERFORM WRITE-CLOSING-STATEMENT-ACTIVITY
           ELSE
               PERFORM WRITE-STATEMENT-ACTIVITY
           END-IF

           IF PAPER-STATEMENT
               PERFORM WRITE-VENDOR-RECORD
           END-STRING
           WRITE STATEMENT-LINE.

      * A closed account's final statement runs its activity on to
      * the closing date - the settlement's interest, fees and payout
      * post after the cycle's period end - and says it is the last
      * one. The period is put back for the accounts that follow.
       WRITE-CLOSING-STATEMENT-ACTIVITY.
           MOVE SPACES TO HV-CLOSED-DATE

           EXEC SQL
               SELECT CLOSED_DATE INTO :HV-CLOSED-DATE
               FROM ACCOUNT_CLOSURES
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               ORDER BY SETTLED_AT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0 AND HV-CLOSED-DATE > HV-PERIOD-TO
               MOVE HV-CLOSED-DATE TO HV-PERIOD-TO
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING "FINAL STATEMENT - ACCOUNT CLOSED " HV-CLOSED-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM WRITE-STATEMENT-ACTIVITY

           MOVE WS-PERIOD-TO TO HV-PERIOD-TO.

      * Stamped once the run has printed them, so a closed account
      * gets exactly one final statement. Only closures already on
      * file when the run started were on the cursor; anything
      * settled since waits for the next run.
       MARK-FINAL-STATEMENTS.
           EXEC SQL
               UPDATE ACCOUNT_CLOSURES
               SET FINAL_STMT_STATUS = 'PRINTED',
                   FINAL_STMT_AT = :HV-GENERATED-AT
               WHERE FINAL_STMT_STATUS = 'PENDING'
                 AND SETTLED_AT <= :HV-CYCLE-START
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR MARKING FINAL STATEMENTS, SQLCODE: "
                   SQLCODE
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-LINE
           MOVE "========================================"
               END-IF
           END-IF.

      * Installment loans print after the deposit accounts, one line
      * each with the principal still owed and the next due date. A
      * loan is a debt, not a balance held, so it stays out of the
      * total relationship balance below.
       WRITE-LOAN-SECTION.
           EXEC SQL
               DECLARE STMT_LOAN_CUR CURSOR FOR
               SELECT LOAN_ID, PRINCIPAL_BALANCE, NEXT_DUE_DATE,
                      LOAN_STATUS
               FROM LOAN_ACCOUNTS
               WHERE CUSTOMER_ID = :WS-CURRENT-CUSTOMER
                 AND LOAN_STATUS NOT = 'PAIDOFF'
               ORDER BY LOAN_ID
           END-EXEC

           EXEC SQL OPEN STMT_LOAN_CUR END-EXEC

           MOVE 'N' TO WS-LOAN-FETCH-DONE
           PERFORM UNTIL LOAN-FETCH-DONE
               EXEC SQL
                   FETCH STMT_LOAN_CUR INTO
                       :HV-LOAN-ID,
                       :HV-PRINCIPAL-BALANCE,
                       :HV-NEXT-DUE-DATE,
                       :HV-LOAN-STATUS
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-LOAN-FETCH-DONE
               ELSE
                   MOVE SPACES TO STATEMENT-LINE
                   MOVE "----------------------------------------"
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE

                   MOVE SPACES TO STATEMENT-LINE
                   STRING "LOAN         : " HV-LOAN-ID
                          " STATUS=" HV-LOAN-STATUS
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE

                   MOVE HV-PRINCIPAL-BALANCE TO WS-BALANCE-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "PRINCIPAL BALANCE: " WS-BALANCE-DISPLAY
                          "  NEXT DUE: " HV-NEXT-DUE-DATE
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE STMT_LOAN_CUR END-EXEC.

       WRITE-STATEMENT-FOOTER.
           MOVE WS-REL-TOTAL TO WS-TOTAL-DISPLAY

      * paper rows go straight to PRINTED (the vendor record is
      * already written), electronic rows start at EXTRACTED and are
      * stamped NOTIFIED at the customer break once the MQ
      * notification goes out. A statement held for returned mail
      * is indexed HELD - printed here but never sent to the vendor.
       INDEX-STATEMENT-ARCHIVE.
           IF ELECTRONIC-STMT
               MOVE 'EXTRACTED' TO HV-DELIVERY-STATUS
           ELSE IF MAIL-HELD
               MOVE 'HELD' TO HV-DELIVERY-STATUS
           ELSE
               MOVE 'PRINTED' TO HV-DELIVERY-STATUS
           END-IF
           END-IF

           EXEC SQL
               INSERT INTO STATEMENT_ARCHIVE
                   SQLCODE
           END-IF.

      * Taken at a customer break, with the previous customer fully
      * written and nothing of the next one started.
       TAKE-CHECKPOINT.
           CLOSE STATEMENT-FILE
           CLOSE VENDOR-FILE
           CLOSE ESTMT-FILE
           OPEN EXTEND STATEMENT-FILE
           OPEN EXTEND VENDOR-FILE
           OPEN EXTEND ESTMT-FILE

           IF NOT WS-FILE-OK OR NOT WS-VND-FILE-OK
                   OR NOT WS-EST-FILE-OK
               DISPLAY "ERROR REOPENING OUTPUT AT CHECKPOINT, STATUS: "
                   WS-FILE-STATUS " " WS-VND-FILE-STATUS " "
                   WS-EST-FILE-STATUS
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-CURRENT-CUSTOMER TO WS-RESTART-FROM-ID
               PERFORM WRITE-CHECKPOINT
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-SINCE-CHECKPOINT
           END-IF.

       READ-CHECKPOINT.
           MOVE SPACES TO WS-RESTART-FROM-ID
           MOVE 'N' TO WS-CKPT-FOUND
           OPEN INPUT CHECKPOINT-FILE

           IF WS-CKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-CUSTOMER-ID NOT = SPACES
                           PERFORM RESTORE-FROM-CHECKPOINT
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       RESTORE-FROM-CHECKPOINT.
           MOVE 'Y' TO WS-CKPT-FOUND
           MOVE CKPT-CUSTOMER-ID      TO WS-RESTART-FROM-ID
           MOVE CKPT-GENERATED-AT     TO HV-GENERATED-AT
           MOVE CKPT-CYCLE-START      TO HV-CYCLE-START
           MOVE CKPT-PERIOD-FROM      TO WS-PERIOD-FROM
           MOVE CKPT-PERIOD-TO        TO WS-PERIOD-TO
           MOVE CKPT-STATEMENT-COUNT  TO WS-STATEMENT-COUNT
           MOVE CKPT-TXN-COUNT        TO WS-TXN-COUNT
           MOVE CKPT-VENDOR-COUNT     TO WS-VENDOR-COUNT
           MOVE CKPT-ESTMT-COUNT      TO WS-ESTMT-COUNT
           MOVE CKPT-SUPPRESSED-COUNT TO WS-SUPPRESSED-COUNT
           MOVE CKPT-HELD-COUNT       TO WS-HELD-COUNT
           MOVE CKPT-SWITCHED-COUNT   TO WS-SWITCHED-COUNT
           MOVE CKPT-INSERT-TOTAL     TO WS-INSERT-TOTAL
           MOVE CKPT-MSG-TBL          TO WS-MSG-TBL.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           IF WS-RESTART-FROM-ID NOT = SPACES
               MOVE WS-RESTART-FROM-ID  TO CKPT-CUSTOMER-ID
               MOVE HV-GENERATED-AT     TO CKPT-GENERATED-AT
               MOVE HV-CYCLE-START      TO CKPT-CYCLE-START
               MOVE WS-PERIOD-FROM      TO CKPT-PERIOD-FROM
               MOVE WS-PERIOD-TO        TO CKPT-PERIOD-TO
               MOVE WS-STATEMENT-COUNT  TO CKPT-STATEMENT-COUNT
               MOVE WS-TXN-COUNT        TO CKPT-TXN-COUNT
               MOVE WS-VENDOR-COUNT     TO CKPT-VENDOR-COUNT
               MOVE WS-ESTMT-COUNT      TO CKPT-ESTMT-COUNT
               MOVE WS-SUPPRESSED-COUNT TO CKPT-SUPPRESSED-COUNT
               MOVE WS-HELD-COUNT       TO CKPT-HELD-COUNT
               MOVE WS-SWITCHED-COUNT   TO CKPT-SWITCHED-COUNT
               MOVE WS-INSERT-TOTAL     TO CKPT-INSERT-TOTAL
               MOVE WS-MSG-TBL          TO CKPT-MSG-TBL
           END-IF
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           IF WS-RESTART-FROM-ID NOT = SPACES
               DISPLAY "CHECKPOINT WRITTEN AT CUSTOMER ID: "
                   WS-RESTART-FROM-ID
           END-IF.

      * A finished cycle leaves nothing to resume - blank the
      * checkpoint so the next cycle starts fresh.
       CLEAR-CHECKPOINT.
           MOVE SPACES TO WS-RESTART-FROM-ID
           PERFORM WRITE-CHECKPOINT.

      * An abend leaves whatever was written after the last
      * checkpoint on the output files, and appending behind it
      * would hand the vendor a duplicate. Each file is cut back to
      * what the checkpoint vouches for before the restart extends
      * it. STMTOUT keeps the checkpointed number of statements -
      * every statement opens and closes on a rule line, so the
      * first statement not checkpointed starts at rule
      * 2 x count + 1.
       CUT-BACK-STATEMENT-FILE.
           COMPUTE WS-RULE-LIMIT = WS-STATEMENT-COUNT * 2
           MOVE ZERO TO WS-RULE-COUNT
           MOVE 'N' TO WS-COPY-DONE

           OPEN INPUT STATEMENT-FILE
           IF NOT WS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE

           PERFORM UNTIL COPY-DONE
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       IF STATEMENT-LINE = WS-STMT-RULE
                           ADD 1 TO WS-RULE-COUNT
                       END-IF
                       IF WS-RULE-COUNT > WS-RULE-LIMIT
                           MOVE 'Y' TO WS-COPY-DONE
                       ELSE
                           MOVE STATEMENT-LINE TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STATEMENT-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT STATEMENT-FILE
           MOVE 'N' TO WS-COPY-DONE

           PERFORM UNTIL COPY-DONE
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       MOVE WORK-RECORD TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
               END-READ
           END-PERFORM

           CLOSE WORK-FILE
           CLOSE STATEMENT-FILE.

      * The vendor and e-statement extracts are written in customer
      * order, so each keeps its records up to the checkpointed
      * customer.
       CUT-BACK-VENDOR-FILE.
           MOVE 'N' TO WS-COPY-DONE

           OPEN INPUT VENDOR-FILE
           IF NOT WS-VND-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE

           PERFORM UNTIL COPY-DONE
               READ VENDOR-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       IF VND-CUSTOMER-ID > WS-RESTART-FROM-ID
                           MOVE 'Y' TO WS-COPY-DONE
                       ELSE
                           MOVE VENDOR-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VENDOR-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT VENDOR-FILE
           MOVE 'N' TO WS-COPY-DONE

           PERFORM UNTIL COPY-DONE
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       MOVE WORK-RECORD TO VENDOR-RECORD
                       WRITE VENDOR-RECORD
               END-READ
           END-PERFORM

           CLOSE WORK-FILE
           CLOSE VENDOR-FILE.

       CUT-BACK-ESTMT-FILE.
           MOVE 'N' TO WS-COPY-DONE

           OPEN INPUT ESTMT-FILE
           IF NOT WS-EST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE

           PERFORM UNTIL COPY-DONE
               READ ESTMT-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       IF EST-CUSTOMER-ID > WS-RESTART-FROM-ID
                           MOVE 'Y' TO WS-COPY-DONE
                       ELSE
                           MOVE ESTMT-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ESTMT-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT ESTMT-FILE
           MOVE 'N' TO WS-COPY-DONE

           PERFORM UNTIL COPY-DONE
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-DONE
                   NOT AT END
                       MOVE WORK-RECORD TO ESTMT-RECORD
                       WRITE ESTMT-RECORD
               END-READ
           END-PERFORM

           CLOSE WORK-FILE
           CLOSE ESTMT-FILE.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
