
       01  WS-RESPONSE           PIC X(100).
       01  WS-SNAPPED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RESTATED-COUNT     PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

      * reporting has real history to read. The run is idempotent
      * per date: a rerun replaces tonight's rows rather than
      * doubling them.
      *
      * CLOSING_BALANCE stays the ledger balance RECONCIL and GLRECON
      * prove the day's postings against. VALUE_DATED_BALANCE beside
      * it is the balance on value dates: items TXNPOST rolled past
      * the cut-off are left out until their value date, and every
      * back-valued posting on VALUE_DATE_ADJUSTMENTS is carried
      * back into the earlier nights' rows it belonged to.
       MAIN-LOGIC.
           DISPLAY "STARTING END-OF-DAY BALANCE SNAPSHOT"

               EXEC SQL
                   INSERT INTO ACCOUNT_BALANCE_SNAPSHOT
                       (ACCOUNT_ID, CUSTOMER_ID, SNAP_DATE,
                        CLOSING_BALANCE, VALUE_DATED_BALANCE)
                   SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, CURRENT DATE,
                          A.BALANCE,
                          A.BALANCE
                          - COALESCE((SELECT SUM(T.AMOUNT)
                                      FROM TRANSACTIONS T
                                      WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                                        AND T.VALUE_DATE
                                            > CURRENT DATE), 0)
                   FROM ACCOUNTS A
                   WHERE A.ACCOUNT_STATUS NOT = 'CLOSED'
               END-EXEC

               EVALUATE TRUE
               END-EVALUATE
           END-IF

           IF HV-RUN-STATUS = 'SUCCESS'
               PERFORM RESTATE-BACK-VALUED-SNAPSHOTS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ACCOUNTS SNAPPED: " WS-SNAPPED-COUNT
           DISPLAY "SNAPSHOTS RESTATED: " WS-RESTATED-COUNT

           MOVE WS-SNAPPED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A back-valued posting belongs in every snapshot from its
      * value date up to the night before it was posted - the
      * posting night's own row already has it in the balance. The
      * restatement and the queue rows it consumed commit together;
      * anything queued after the run started waits for tomorrow.
       RESTATE-BACK-VALUED-SNAPSHOTS.
           EXEC SQL
               UPDATE ACCOUNT_BALANCE_SNAPSHOT S
               SET VALUE_DATED_BALANCE =
                   COALESCE(S.VALUE_DATED_BALANCE, S.CLOSING_BALANCE)
                   + (SELECT SUM(Q.AMOUNT)
                      FROM VALUE_DATE_ADJUSTMENTS Q
                      WHERE Q.ACCOUNT_ID = S.ACCOUNT_ID
                        AND Q.SNAPSHOT_STATUS = 'PENDING'
                        AND Q.QUEUED_AT <= :HV-RUN-START
                        AND Q.VALUE_DATE <= S.SNAP_DATE
                        AND Q.POSTING_DATE > S.SNAP_DATE)
               WHERE EXISTS
                     (SELECT 1
                      FROM VALUE_DATE_ADJUSTMENTS Q
                      WHERE Q.ACCOUNT_ID = S.ACCOUNT_ID
                        AND Q.SNAPSHOT_STATUS = 'PENDING'
                        AND Q.QUEUED_AT <= :HV-RUN-START
                        AND Q.VALUE_DATE <= S.SNAP_DATE
                        AND Q.POSTING_DATE > S.SNAP_DATE)
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-RESTATED-COUNT
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR RESTATING SNAPSHOTS, SQLCODE: " SQLCODE
               MOVE 'SNAPSHOT RESTATEMENT FAILED' TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL
                   UPDATE VALUE_DATE_ADJUSTMENTS
                   SET SNAPSHOT_STATUS = 'DONE',
                       SNAPSHOT_DONE_AT = :HV-RUN-START
                   WHERE SNAPSHOT_STATUS = 'PENDING'
                     AND QUEUED_AT <= :HV-RUN-START
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "ERROR CLEARING ADJUSTMENT QUEUE, SQLCODE: "
                       SQLCODE
                   MOVE 'SNAPSHOT RESTATEMENT FAILED' TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so BATCHRUN can see a step that blew up
