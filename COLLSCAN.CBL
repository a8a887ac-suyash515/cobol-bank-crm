       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       01  HV-HELD-COUNT         PIC S9(9) COMP-5.
       01  HV-PROMISED-AT        PIC X(26).
       01  HV-PROMISE-AMOUNT     PIC S9(9)V99 COMP-3.
       01  HV-PAID-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-PROMISE-STATUS     PIC X(10).
       01  HV-PAST-DUE           PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-CLEARED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ESCALATED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-BROKEN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PROMISE-DONE       PIC X VALUE 'N'.
           88  PROMISE-FETCH-DONE    VALUE 'Y'.
      * The per-account queue writes issue their own SQL inside the
      * fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.

           EXEC SQL CLOSE COLL_CUR END-EXEC

           PERFORM CHECK-PENDING-PROMISES
           PERFORM CLEAR-RECOVERED-ENTRIES
           PERFORM ESCALATE-AGED-ENTRIES

           DISPLAY "NEW QUEUE ENTRIES  : " WS-NEW-COUNT
           DISPLAY "CLEARED THIS RUN   : " WS-CLEARED-COUNT
           DISPLAY "ESCALATED          : " WS-ESCALATED-COUNT
           DISPLAY "PROMISES KEPT      : " WS-KEPT-COUNT
           DISPLAY "PROMISES BROKEN    : " WS-BROKEN-COUNT
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           MOVE WS-OVERDRAWN-COUNT TO HV-RUN-COUNT
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           END-IF.

      * Promises to pay taken through COLLASGN, settled against the
      * credits to the account from the day the promise was taken
      * to the day it falls due. Credits covering the amount keep
      * it as soon as they are in; a promise past its date without
      * them is broken. Resolved promises stay on file with what was
      * paid for COLLREP's kept/broken rates.
       CHECK-PENDING-PROMISES.
           EXEC SQL
               DECLARE PROM_CUR CURSOR WITH HOLD FOR
               SELECT P.ACCOUNT_ID, CHAR(P.PROMISED_AT),
                      P.PROMISE_AMOUNT,
                      COALESCE(
                          (SELECT SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = P.ACCOUNT_ID
                             AND T.AMOUNT > 0
                             AND T.TXN_DATE >= DATE(P.PROMISED_AT)
                             AND T.TXN_DATE <= P.PROMISE_DATE), 0),
                      CASE WHEN P.PROMISE_DATE < CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               FROM COLLECTION_PROMISES P
               WHERE P.PROMISE_STATUS = 'PENDING'
           END-EXEC

           EXEC SQL OPEN PROM_CUR END-EXEC

           MOVE 'N' TO WS-PROMISE-DONE
           PERFORM UNTIL PROMISE-FETCH-DONE
               EXEC SQL
                   FETCH PROM_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-PROMISED-AT,
                       :HV-PROMISE-AMOUNT,
                       :HV-PAID-AMOUNT,
                       :HV-PAST-DUE
               END-EXEC

               IF SQLCODE = 0
                   IF HV-PAID-AMOUNT >= HV-PROMISE-AMOUNT
                       MOVE 'KEPT' TO HV-PROMISE-STATUS
                       PERFORM RESOLVE-PROMISE
                   ELSE IF HV-PAST-DUE = 'Y'
                       MOVE 'BROKEN' TO HV-PROMISE-STATUS
                       PERFORM RESOLVE-PROMISE
                   END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PROMISE-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE PROM_CUR END-EXEC.

      * The queue entry drops back to its owner's (or the unowned)
      * status once the promise is settled. A broken promise goes up
      * one band there and then, without waiting for the aging -
      * unless the customer is held for special handling, which
      * stops escalation of every kind until collections override.
       RESOLVE-PROMISE.
           EXEC SQL
               UPDATE COLLECTION_PROMISES
               SET PROMISE_STATUS = :HV-PROMISE-STATUS,
                   PAID_AMOUNT = :HV-PAID-AMOUNT,
                   RESOLVED_DATE = CURRENT DATE
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND PROMISED_AT = :HV-PROMISED-AT
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE COLLECTION_QUEUE Q
                   SET QUEUE_STATUS =
                       CASE WHEN Q.ASSIGNED_TO IS NULL THEN 'NEW'
                            ELSE 'ASSIGNED'
                       END,
                       ESCALATION =
                       CASE WHEN :HV-PROMISE-STATUS = 'KEPT'
                              OR EXISTS
                                 (SELECT 1 FROM SPECIAL_HANDLING SH
                                  WHERE SH.CUSTOMER_ID = Q.CUSTOMER_ID
                                    AND SH.FLAG_STATUS = 'ACTIVE'
                                    AND SH.COLL_OVERRIDE_BY IS NULL)
                            THEN Q.ESCALATION
                            WHEN Q.ESCALATION = 'L1' THEN 'L2'
                            ELSE 'L3'
                       END
                   WHERE Q.ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND Q.CLEARED_DATE IS NULL
               END-EXEC

               IF SQLCODE = 100
                   MOVE ZERO TO SQLCODE
               END-IF
           END-IF

           IF SQLCODE = 0
               IF HV-PROMISE-STATUS = 'KEPT'
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   ADD 1 TO WS-BROKEN-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR RESOLVING PROMISE, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           END-IF.

      * An account back at or above zero clears its open entry -
      * cleared rows stay on file as the history of the episode.
       CLEAR-RECOVERED-ENTRIES.
           END-EVALUATE.

      * Aging bands in one pass: L2 past 30 days overdrawn, L3 past
      * 90 - the escalation the queue exists for. A customer with an
      * active SPECIAL_HANDLING flag (SPECHNDL) stays at the band
      * already reached until a collections override is recorded on
      * the flag; the entry still ages, so the override lands it in
      * the right band straight away. An entry with a promise to pay
      * pending is held the same way while the customer has the
      * chance to keep it. A band is never lowered - a broken
      * promise may have put the entry above its age.
       ESCALATE-AGED-ENTRIES.
           EXEC SQL
               UPDATE COLLECTION_QUEUE Q
               SET ESCALATION =
                   CASE WHEN DAYS(CURRENT DATE) - DAYS(FIRST_SEEN)
                             >= 90 THEN 'L3'
                        WHEN DAYS(CURRENT DATE) - DAYS(FIRST_SEEN)
                             >= 30 AND ESCALATION <> 'L3' THEN 'L2'
                        ELSE ESCALATION
                   END
               WHERE Q.CLEARED_DATE IS NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM SPECIAL_HANDLING SH
                      WHERE SH.CUSTOMER_ID = Q.CUSTOMER_ID
                        AND SH.FLAG_STATUS = 'ACTIVE'
                        AND SH.COLL_OVERRIDE_BY IS NULL)
                 AND NOT EXISTS
                     (SELECT 1 FROM COLLECTION_PROMISES P
                      WHERE P.ACCOUNT_ID = Q.ACCOUNT_ID
                        AND P.PROMISE_STATUS = 'PENDING')
           END-EXEC

           EVALUATE TRUE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR ESCALATING ENTRIES, SQLCODE: "
                       SQLCODE
           END-EVALUATE

           MOVE ZERO TO HV-HELD-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-HELD-COUNT
               FROM COLLECTION_QUEUE Q
               WHERE Q.CLEARED_DATE IS NULL
                 AND EXISTS
                     (SELECT 1 FROM SPECIAL_HANDLING SH
                      WHERE SH.CUSTOMER_ID = Q.CUSTOMER_ID
                        AND SH.FLAG_STATUS = 'ACTIVE'
                        AND SH.COLL_OVERRIDE_BY IS NULL)
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "HELD FOR SPECIAL HANDLING: " HV-HELD-COUNT
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
