       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATODET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CASE-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACTION-TYPE        PIC X(08).
       01  HV-ACTION-KEY         PIC X(40).
       01  HV-ACTION-DATE        PIC X(10).
       01  HV-ACTION-AMOUNT      PIC S9(11)V99 COMP-3.
       01  HV-CONTACT-CHANGED    PIC X(01).
       01  HV-ADDRESS-CHANGED    PIC X(01).
       01  HV-LAST-CHANGE-AT     PIC X(26).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-AVAILABLE          PIC S9(11)V99 COMP-3.
       01  HV-HOLD-ID            PIC X(10).
       01  HV-HOLD-REASON        PIC X(100).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-WINDOW-DAYS        PIC S9(9) COMP-5.
       01  HV-SCAN-DAYS          PIC S9(9) COMP-5.
       01  HV-HOLD-DAYS          PIC S9(9) COMP-5.
       01  HV-LARGE-AMOUNT       PIC S9(9)V99 COMP-3.
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-EVENT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CASE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-HOLD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CASE-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-HOLD-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY     PIC -(9)9.99.
      * The per-hit case write issues its own SQL inside the fetch
      * loops, so the loops cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-HOLD-FETCH-DONE    PIC X VALUE 'N'.
           88  HOLD-FETCH-DONE       VALUE 'Y'.

      * Detection tuning, read from BATCH_PARMS (ATODET rows) so the
      * fraud desk adjusts sensitivity without a recompile:
      * WINDOWDAYS is how many days after a contact or address change
      * a high-risk action still counts against it; SCANDAYS how far
      * back the night's sweep looks for actions (1 = yesterday and
      * today, so a posting late in the day is not missed); LARGEWDL
      * the outgoing amount, in whole dollars, that makes a debit
      * high-risk; PLACEHOLD = Y puts a hold on the customer's open
      * accounts when a case opens, and HOLDDAYS dates that hold's
      * expiry - it is not released at expiry while its case is
      * still with the fraud desk.
       01  WS-WINDOW-DAYS        PIC 9(03) VALUE 7.
       01  WS-SCAN-DAYS          PIC 9(03) VALUE 1.
       01  WS-HOLD-DAYS          PIC 9(03) VALUE 30.
       01  WS-LARGE-AMOUNT       PIC 9(9)V99 VALUE 5000.00.
       01  WS-PARM-DOLLARS       PIC 9(07).
       01  WS-PLACE-HOLD         PIC X VALUE 'N'.
           88  PLACE-HOLD-ON         VALUE 'Y'.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * Commarea passed to MQSENDR to raise the fraud alert when a
      * case opens, the way STRUCDET's SEND-STRUCTURING-ALERT does.
       01  WS-MQSENDR-COMMAREA.
           05  WS-ALERT-TARGET-QUEUE  PIC X(48).
           05  WS-ALERT-MESSAGE-TEXT  PIC X(1024).
           05  WS-ALERT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Account-takeover detection. A takeover reads the same way
      * every time: the phone or email on file changes (CUSTCNTC, a
      * CUSTMSTR update) or a new address arrives on the MQ ADDRCHG
      * feed, and within days the money starts moving - a large
      * outgoing debit, a new standing instruction, or the balance
      * and transaction alerts that would have told the real
      * customer are switched off. Each program sees only its own
      * half, so this sweep joins them: every high-risk action
      * dated inside SCANDAYS that follows a contact or address
      * change within WINDOWDAYS is a hit.
      *
      * Hits fold into one ATO_CASES case per customer while it is
      * OPEN, each action linked once through ATO_CASE_EVENTS (the
      * AMLSWP pattern) so a rerun or an overlapping scan window does
      * not double it. A new case raises an MQ alert to the fraud
      * desk and, with PLACEHOLD on, holds the available balance of
      * every open account the customer owns until ATOCASE clears
      * the case.
      *
      * The run is one unit of work: a failed write backs out the
      * whole night's cases and holds, and the rerun finds them all
      * again.
       MAIN-LOGIC.
           DISPLAY "STARTING ACCOUNT TAKEOVER DETECTION"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS

           MOVE WS-WINDOW-DAYS  TO HV-WINDOW-DAYS
           MOVE WS-SCAN-DAYS    TO HV-SCAN-DAYS
           MOVE WS-HOLD-DAYS    TO HV-HOLD-DAYS
           MOVE WS-LARGE-AMOUNT TO HV-LARGE-AMOUNT

           DISPLAY "WINDOW (DAYS): " WS-WINDOW-DAYS
               " SCAN (DAYS): " WS-SCAN-DAYS
           DISPLAY "LARGE DEBIT: " WS-LARGE-AMOUNT
               " PLACE HOLDS: " WS-PLACE-HOLD

           PERFORM DETECT-TAKEOVER-PATTERNS

           IF WS-ERROR-COUNT = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'ACCOUNT TAKEOVER DETECTION COMPLETE'
                   TO WS-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ACCOUNT TAKEOVER DETECTION FAILED - BACKED OUT'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ACTIONS LINKED : " WS-EVENT-COUNT
           DISPLAY "CASES OPENED   : " WS-CASE-COUNT
           DISPLAY "HOLDS PLACED   : " WS-HOLD-COUNT
           DISPLAY "ERRORS         : " WS-ERROR-COUNT

           MOVE WS-EVENT-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'WINDOWDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-WINDOW-DAYS
           END-IF

           MOVE 'SCANDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-SCAN-DAYS
           END-IF

           MOVE 'LARGEWDL' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               IF WS-PARM-DOLLARS > ZERO
                   MOVE WS-PARM-DOLLARS TO WS-LARGE-AMOUNT
               END-IF
           END-IF

           MOVE 'PLACEHOLD' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:1) = 'Y'
               MOVE 'Y' TO WS-PLACE-HOLD
           END-IF

           MOVE 'HOLDDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-HOLD-DAYS
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'ATODET'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * The high-risk actions as one stream, each joined to the
      * changes that came before it within the window:
      *   WITHDRAW - a withdrawal, transfer or external payment
      *              debit of LARGEWDL or more, keyed by account,
      *              date and amount (TRANSACTIONS carries no id);
      *   STNDINST - a standing instruction set up from one of the
      *              customer's accounts;
      *   ALERTOFF - an ALERT_SUBSCRIPTIONS row cancelled.
      * A change is CONTACT (phone or email) or ADDRESS. A
      * CUSTOMER_AUDIT before-image counts where the field it holds
      * differs from the master today; a CUSTOMER_CONTACTS row added
      * is a new phone or email; an ADDRCHG message is logged by
      * MQRECVR as an ADDRESS CHANGE interaction. Changes are dated
      * to the day, the same as postings, so a change the same day
      * as the action counts.
       DETECT-TAKEOVER-PATTERNS.
           EXEC SQL
               DECLARE ATO_HIT_CUR CURSOR WITH HOLD FOR
               SELECT AC.CUSTOMER_ID, AC.ACTION_TYPE, AC.ACTION_KEY,
                      CHAR(AC.ACTION_DATE, ISO), AC.ACTION_AMOUNT,
                      MAX(CASE WHEN CH.CHANGE_KIND = 'CONTACT'
                               THEN 'Y' ELSE 'N' END),
                      MAX(CASE WHEN CH.CHANGE_KIND = 'ADDRESS'
                               THEN 'Y' ELSE 'N' END),
                      CHAR(MAX(CH.CHANGED_AT))
               FROM (
                   SELECT T.CUSTOMER_ID,
                          'WITHDRAW' AS ACTION_TYPE,
                          T.ACCOUNT_ID || ' ' || CHAR(T.TXN_DATE, ISO)
                              || ' ' || CHAR(0 - T.AMOUNT)
                              AS ACTION_KEY,
                          T.TXN_DATE AS ACTION_DATE,
                          0 - T.AMOUNT AS ACTION_AMOUNT
                   FROM TRANSACTIONS T
                   WHERE T.TXN_TYPE IN ('WITHDRAWAL', 'TRANSFER',
                                        'EXTPAY')
                     AND T.AMOUNT <= 0 - :HV-LARGE-AMOUNT
                     AND T.TXN_DATE
                         >= CURRENT DATE - :HV-SCAN-DAYS DAYS
                   UNION ALL
                   SELECT A.CUSTOMER_ID, 'STNDINST',
                          S.INSTRUCTION_ID,
                          DATE(S.CREATED_AT), S.AMOUNT
                   FROM STANDING_INSTRUCTIONS S, ACCOUNTS A
                   WHERE A.ACCOUNT_ID = S.FROM_ACCOUNT_ID
                     AND DATE(S.CREATED_AT)
                         >= CURRENT DATE - :HV-SCAN-DAYS DAYS
                   UNION ALL
                   SELECT L.CUSTOMER_ID, 'ALERTOFF',
                          L.ALERT_TYPE || ' ' || CHAR(L.CANCELLED_AT),
                          DATE(L.CANCELLED_AT), 0
                   FROM ALERT_SUBSCRIPTIONS L
                   WHERE L.CANCELLED_AT IS NOT NULL
                     AND DATE(L.CANCELLED_AT)
                         >= CURRENT DATE - :HV-SCAN-DAYS DAYS
               ) AS AC,
               (
                   SELECT U.CUSTOMER_ID,
                          'CONTACT' AS CHANGE_KIND,
                          U.CHANGED_AT AS CHANGED_AT
                   FROM CUSTOMER_AUDIT U, CUSTOMER_MASTER M
                   WHERE M.CUSTOMER_ID = U.CUSTOMER_ID
                     AND U.CHANGE_TYPE IN ('CONTACT', 'UPDATE')
                     AND (COALESCE(U.PHONE, ' ')
                              NOT = COALESCE(M.PHONE, ' ')
                          OR COALESCE(U.EMAIL, ' ')
                              NOT = COALESCE(M.EMAIL, ' '))
                   UNION ALL
                   SELECT U.CUSTOMER_ID, 'ADDRESS', U.CHANGED_AT
                   FROM CUSTOMER_AUDIT U, CUSTOMER_MASTER M
                   WHERE M.CUSTOMER_ID = U.CUSTOMER_ID
                     AND U.CHANGE_TYPE IN ('CONTACT', 'UPDATE')
                     AND COALESCE(U.ADDRESS, ' ')
                         NOT = COALESCE(M.ADDRESS, ' ')
                   UNION ALL
                   SELECT K.CUSTOMER_ID, 'CONTACT', K.ADDED_AT
                   FROM CUSTOMER_CONTACTS K
                   UNION ALL
                   SELECT I.CUSTOMER_ID, 'ADDRESS',
                          I.INTERACTION_TIMESTAMP
                   FROM CUSTOMER_INTERACTIONS I
                   WHERE I.INTERACTION_TYPE = 'ADDRESS CHANGE'
               ) AS CH
               WHERE CH.CUSTOMER_ID = AC.CUSTOMER_ID
                 AND DATE(CH.CHANGED_AT) <= AC.ACTION_DATE
                 AND DATE(CH.CHANGED_AT)
                     >= AC.ACTION_DATE - :HV-WINDOW-DAYS DAYS
                 AND NOT EXISTS
                     (SELECT 1 FROM ATO_CASE_EVENTS E
                      WHERE E.CUSTOMER_ID = AC.CUSTOMER_ID
                        AND E.ACTION_TYPE = AC.ACTION_TYPE
                        AND E.ACTION_KEY = AC.ACTION_KEY)
               GROUP BY AC.CUSTOMER_ID, AC.ACTION_TYPE,
                        AC.ACTION_KEY, AC.ACTION_DATE,
                        AC.ACTION_AMOUNT
               ORDER BY 1, 4, 2
           END-EXEC

           EXEC SQL OPEN ATO_HIT_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH ATO_HIT_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-ACTION-TYPE,
                       :HV-ACTION-KEY,
                       :HV-ACTION-DATE,
                       :HV-ACTION-AMOUNT,
                       :HV-CONTACT-CHANGED,
                       :HV-ADDRESS-CHANGED,
                       :HV-LAST-CHANGE-AT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM LINK-ACTION-TO-CASE
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING TAKEOVER HITS, SQLCODE: "
                           SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ATO_HIT_CUR END-EXEC.

      * The customer's OPEN case takes the action; with none (never
      * flagged, or the last case already cleared or confirmed by
      * the fraud desk) a new case is opened.
       LINK-ACTION-TO-CASE.
           MOVE SPACES TO HV-CASE-ID

           EXEC SQL
               SELECT CASE_ID INTO :HV-CASE-ID
               FROM ATO_CASES
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND CASE_STATUS = 'OPEN'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
               PERFORM OPEN-TAKEOVER-CASE
           ELSE IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING TAKEOVER CASE, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF
           END-IF

           IF HV-CASE-ID NOT = SPACES
               EXEC SQL
                   INSERT INTO ATO_CASE_EVENTS
                       (CASE_ID, CUSTOMER_ID, ACTION_TYPE, ACTION_KEY,
                        ACTION_DATE, ACTION_AMOUNT, CONTACT_CHANGED,
                        ADDRESS_CHANGED, LAST_CHANGE_AT, LINKED_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-CUSTOMER-ID, :HV-ACTION-TYPE,
                        :HV-ACTION-KEY, :HV-ACTION-DATE,
                        :HV-ACTION-AMOUNT, :HV-CONTACT-CHANGED,
                        :HV-ADDRESS-CHANGED, :HV-LAST-CHANGE-AT,
                        :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE ATO_CASES
                       SET EVENT_COUNT = EVENT_COUNT + 1,
                           AMOUNT_INVOLVED = AMOUNT_INVOLVED
                                             + :HV-ACTION-AMOUNT,
                           LAST_SEEN_AT = :HV-TIMESTAMP
                       WHERE CASE_ID = :HV-CASE-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   ADD 1 TO WS-EVENT-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LINKING ACTION TO CASE: " HV-CASE-ID
                       " ACTION: " HV-ACTION-TYPE
                       " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * CASE_ID is owned by the system, drawn from the ATO_CONTROL
      * one-row counter the way AMLSWP draws its case numbers.
       OPEN-TAKEOVER-CASE.
           EXEC SQL
               UPDATE ATO_CONTROL
               SET LAST_CASE_NUMBER = LAST_CASE_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_CASE_NUMBER INTO :HV-NEXT-NUMBER
                   FROM ATO_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-NEXT-NUMBER TO WS-CASE-NUMBER
               STRING 'ATO' WS-CASE-NUMBER
                   DELIMITED BY SIZE INTO HV-CASE-ID
               END-STRING

               EXEC SQL
                   INSERT INTO ATO_CASES
                       (CASE_ID, CUSTOMER_ID, CASE_STATUS,
                        EVENT_COUNT, AMOUNT_INVOLVED, HOLD_PLACED,
                        OPENED_AT, LAST_SEEN_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-CUSTOMER-ID, 'OPEN', 0, 0,
                        'N', :HV-TIMESTAMP, :HV-TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO WS-CASE-COUNT
               IF PLACE-HOLD-ON
                   PERFORM PLACE-CASE-HOLDS
               END-IF
               PERFORM SEND-TAKEOVER-ALERT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR OPENING TAKEOVER CASE, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE SPACES TO HV-CASE-ID
           END-IF.

      * Freezes what is left of every open account the customer
      * owns: an ordinary ACCOUNT_HOLDS row for the available
      * balance (stored balance less the holds already on it),
      * numbered from ACCTHOLD's HOLD_CONTROL counter so TXNPOST's
      * available-balance check stops the money leaving. Each hold
      * is linked to the case in ATO_CASE_HOLDS; HOLDSWP leaves a
      * linked hold alone while the case is OPEN or CONFIRMED, and
      * ATOCASE releases them when the desk clears it.
       PLACE-CASE-HOLDS.
           EXEC SQL
               DECLARE ATO_ACCT_CUR CURSOR WITH HOLD FOR
               SELECT A.ACCOUNT_ID,
                      A.BALANCE - COALESCE(
                          (SELECT SUM(H.AMOUNT) FROM ACCOUNT_HOLDS H
                           WHERE H.ACCOUNT_ID = A.ACCOUNT_ID
                             AND H.RELEASED_AT IS NULL), 0)
               FROM ACCOUNTS A
               WHERE A.CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND A.ACCOUNT_STATUS = 'OPEN'
               ORDER BY A.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN ATO_ACCT_CUR END-EXEC

           MOVE 'N' TO WS-HOLD-FETCH-DONE
           PERFORM UNTIL HOLD-FETCH-DONE
               EXEC SQL
                   FETCH ATO_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-AVAILABLE
               END-EXEC

               IF SQLCODE = 0
                   IF HV-AVAILABLE > ZERO
                       PERFORM PLACE-ONE-CASE-HOLD
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-FETCH-DONE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING ACCOUNTS, CUSTOMER: "
                           HV-CUSTOMER-ID " SQLCODE: " SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ATO_ACCT_CUR END-EXEC.

       PLACE-ONE-CASE-HOLD.
           EXEC SQL
               UPDATE HOLD_CONTROL
               SET LAST_HOLD_NUMBER = LAST_HOLD_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_HOLD_NUMBER INTO :HV-NEXT-NUMBER
                   FROM HOLD_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-NEXT-NUMBER TO WS-HOLD-NUMBER
               MOVE SPACES TO HV-HOLD-ID
               STRING 'HLD' WS-HOLD-NUMBER
                   DELIMITED BY SIZE INTO HV-HOLD-ID
               END-STRING

               MOVE SPACES TO HV-HOLD-REASON
               STRING 'ACCOUNT TAKEOVER REVIEW - CASE ' HV-CASE-ID
                   DELIMITED BY SIZE INTO HV-HOLD-REASON
               END-STRING

               EXEC SQL
                   INSERT INTO ACCOUNT_HOLDS
                       (HOLD_ID, ACCOUNT_ID, CUSTOMER_ID,
                        AMOUNT, HOLD_REASON, EXPIRY_DATE,
                        PLACED_BY, PLACED_AT)
                   VALUES
                       (:HV-HOLD-ID, :HV-ACCOUNT-ID,
                        :HV-CUSTOMER-ID, :HV-AVAILABLE,
                        :HV-HOLD-REASON,
                        CURRENT DATE + :HV-HOLD-DAYS DAYS,
                        'ATODET', :HV-TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO ATO_CASE_HOLDS
                       (CASE_ID, HOLD_ID, ACCOUNT_ID)
                   VALUES
                       (:HV-CASE-ID, :HV-HOLD-ID, :HV-ACCOUNT-ID)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ATO_CASES
                   SET HOLD_PLACED = 'Y'
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO WS-HOLD-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR PLACING TAKEOVER HOLD, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           END-IF.

       SEND-TAKEOVER-ALERT.
           MOVE HV-ACTION-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE 'CRM.FRAUD.ALERT.QUEUE' TO WS-ALERT-TARGET-QUEUE
           MOVE SPACES TO WS-ALERT-MESSAGE-TEXT
           STRING 'ACCOUNT TAKEOVER CASE OPENED ' HV-CASE-ID
                  ' CUSTOMER=' HV-CUSTOMER-ID
                  ' ACTION=' HV-ACTION-TYPE
                  ' AMOUNT=' WS-AMOUNT-DISPLAY
                  ' DATE=' HV-ACTION-DATE
                  ' CONTACT CHANGED=' HV-CONTACT-CHANGED
                  ' ADDRESS CHANGED=' HV-ADDRESS-CHANGED
                  ' LAST CHANGE=' HV-LAST-CHANGE-AT
                  ' HOLD=' WS-PLACE-HOLD
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-ALERT-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-ALERT-RETURN-CODE NOT = 00
               DISPLAY "ERROR SENDING TAKEOVER ALERT, CASE: "
                   HV-CASE-ID
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
                   ('ATODET', :HV-RUN-START, :HV-RUN-END,
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
