       01  HV-DAYS-OVERDRAWN     PIC S9(5) COMP-3.
       01  HV-CUR-ASSIGNEE       PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-PROMISE-AMOUNT     PIC S9(9)V99 COMP-3.
       01  HV-PROMISE-DATE       PIC X(10).
       01  HV-PROMISE-CHANNEL    PIC X(08).
       01  HV-PENDING-COUNT      PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-ASSIGN      VALUE 'ASSIGN'.
           88  FUNC-LIST        VALUE 'LIST  '.
           88  FUNC-PROMISE     VALUE 'PROMIS'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

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
               10  LK-RES-ESCALATION  PIC X(03).
               10  LK-RES-DAYS        PIC 9(05).
               10  LK-RES-ASSIGNED-TO PIC X(08).
      * PROMIS only: what the customer has agreed to pay, by when,
      * and how the promise was taken.
           05  LK-PROMISE-AMOUNT  PIC S9(9)V99.
           05  LK-PROMISE-DATE    PIC X(10).
           05  LK-PROMISE-CHANNEL PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
      * puts a desk on an open entry and records the handoff in
      * COLLECTION_ASSIGNMENTS - the COMPLAINT_ASSIGNMENTS pattern,
      * so the ownership history stays honest. LIST returns the
      * open queue worst-first with its aging. PROMIS records a
      * promise to pay agreed with the customer, for COLLSCAN to
      * hold against the credits that come in.
       MAIN-LOGIC.
           MOVE LK-ACCOUNT-ID  TO HV-ACCOUNT-ID.
           MOVE LK-ASSIGNED-TO TO HV-ASSIGNED-TO.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.
                   PERFORM ASSIGN-QUEUE-ENTRY
               WHEN FUNC-LIST
                   PERFORM LIST-OPEN-QUEUE
               WHEN FUNC-PROMISE
                   PERFORM RECORD-PROMISE
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
                   EXEC SQL
                       UPDATE COLLECTION_QUEUE
                       SET ASSIGNED_TO = :HV-ASSIGNED-TO,
                           QUEUE_STATUS =
                               CASE WHEN QUEUE_STATUS = 'PROMISED'
                                    THEN 'PROMISED'
                                    ELSE 'ASSIGNED'
                               END
                       WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND CLEARED_DATE IS NULL
                   END-EXEC
                   SQLCODE
           END-IF.

      * A promise is an amount, a due date no earlier than today and
      * the channel it was agreed on (PHONE when blank - most are
      * taken on outbound calls), against an open queue entry. It
      * goes on file PENDING under the collector taking it, who is
      * measured on it in COLLREP, and the entry shows PROMISED;
      * COLLSCAN holds its escalation until the promise is kept or
      * broken. One promise is pending per entry at a time - a
      * revised plan waits for the current promise to fall due.
       RECORD-PROMISE.
           MOVE LK-PROMISE-AMOUNT  TO HV-PROMISE-AMOUNT
           MOVE LK-PROMISE-DATE    TO HV-PROMISE-DATE
           MOVE LK-PROMISE-CHANNEL TO HV-PROMISE-CHANNEL
           IF HV-PROMISE-CHANNEL = SPACES
               MOVE 'PHONE' TO HV-PROMISE-CHANNEL
           END-IF

           IF HV-PROMISE-AMOUNT NOT > ZERO
               MOVE 'PROMISE AMOUNT MUST BE GREATER THAN ZERO'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-PROMISE-DATE(1:4) NOT NUMERIC
                   OR HV-PROMISE-DATE(5:1) NOT = '-'
                   OR HV-PROMISE-DATE(6:2) NOT NUMERIC
                   OR HV-PROMISE-DATE(8:1) NOT = '-'
                   OR HV-PROMISE-DATE(9:2) NOT NUMERIC
               MOVE 'PROMISE DATE MUST BE YYYY-MM-DD' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-PROMISE-DATE < HV-TIMESTAMP(1:10)
               MOVE 'PROMISE DATE CANNOT BE IN THE PAST'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM COLLECTION_QUEUE
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND CLEARED_DATE IS NULL
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO OPEN QUEUE ENTRY FOR THAT ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR READING QUEUE ENTRY' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   PERFORM INSERT-PROMISE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       INSERT-PROMISE.
           MOVE ZERO TO HV-PENDING-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :HV-PENDING-COUNT
               FROM COLLECTION_PROMISES
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND PROMISE_STATUS = 'PENDING'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING PROMISES' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-PENDING-COUNT > 0
               MOVE 'A PROMISE IS ALREADY PENDING ON THAT ACCOUNT'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   INSERT INTO COLLECTION_PROMISES
                       (ACCOUNT_ID, PROMISED_AT, COLLECTOR_ID,
                        PROMISE_AMOUNT, PROMISE_DATE, CHANNEL,
                        PROMISE_STATUS)
                   VALUES
                       (:HV-ACCOUNT-ID, :HV-TIMESTAMP,
                        :LK-EMPLOYEE-ID, :HV-PROMISE-AMOUNT,
                        :HV-PROMISE-DATE, :HV-PROMISE-CHANNEL,
                        'PENDING')
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE COLLECTION_QUEUE
                       SET QUEUE_STATUS = 'PROMISED'
                       WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND CLEARED_DATE IS NULL
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE 'PROMISE TO PAY RECORDED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR RECORDING PROMISE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF.

       LIST-OPEN-QUEUE.
           MOVE ZERO TO LK-COLL-COUNT

               MOVE 'COLLECTION QUEUE RETRIEVED' TO WS-RESPONSE
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

