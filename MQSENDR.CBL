       01  HV-TARGET-QUEUE         PIC X(48).
       01  HV-PAYLOAD              PIC X(1024).
       01  HV-TIMESTAMP            PIC X(26).
       01  HV-LOG-OUTCOME          PIC X(10).
       01  HV-QUEUE-SECONDS        PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * MQ constants

       MAIN-LOGIC.
           MOVE 00 TO LK-RETURN-CODE
           MOVE ZERO TO HV-QUEUE-SECONDS

           IF LK-TARGET-QUEUE = SPACES OR LK-MESSAGE-TEXT = SPACES
               MOVE 'TARGET QUEUE AND MESSAGE TEXT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
               DISPLAY WS-RESPONSE
               MOVE 'REJECTED' TO HV-LOG-OUTCOME
           ELSE
               PERFORM SEND-MESSAGE
           END-IF.

           PERFORM WRITE-MESSAGE-LOG

           GOBACK.

       SEND-MESSAGE.
               ELSE
                   MOVE 'MESSAGE SENT SUCCESSFULLY' TO WS-RESPONSE
                   DISPLAY WS-RESPONSE ' TO QUEUE: ' LK-TARGET-QUEUE
                   PERFORM CHECK-STORED-RESEND
               END-IF

               CALL 'MQCLOSE' USING MQ-HCONN
           IF SQLCODE = 0
               DISPLAY 'MESSAGE STORED FOR RETRY, QUEUE: '
                   LK-TARGET-QUEUE
               MOVE 'STORED' TO HV-LOG-OUTCOME
           ELSE
               DISPLAY 'ERROR STORING FAILED MESSAGE, SQLCODE: '
                   SQLCODE
               MOVE 'FAILED' TO HV-LOG-OUTCOME
           END-IF.

      * A put that succeeds for a message still held on
      * MQ_OUTBOUND_STORE is the MQRETRY sweep draining it: it is
      * logged as RESENT with the time it sat in the store since its
      * first failed put. Anything else went straight out.
       CHECK-STORED-RESEND.
           MOVE LK-TARGET-QUEUE TO HV-TARGET-QUEUE
           MOVE LK-MESSAGE-TEXT TO HV-PAYLOAD

           EXEC SQL
               SELECT (DAYS(CURRENT TIMESTAMP)
                       - DAYS(FIRST_FAILED_AT)) * 86400
                      + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                      - MIDNIGHT_SECONDS(FIRST_FAILED_AT)
               INTO :HV-QUEUE-SECONDS
               FROM MQ_OUTBOUND_STORE
               WHERE TARGET_QUEUE = :HV-TARGET-QUEUE
                 AND PAYLOAD = :HV-PAYLOAD
           END-EXEC

           IF SQLCODE = 0
               MOVE 'RESENT' TO HV-LOG-OUTCOME
           ELSE
               MOVE ZERO TO HV-QUEUE-SECONDS
               MOVE 'SENT' TO HV-LOG-OUTCOME
           END-IF.

      * One MQ_MESSAGE_LOG row per put attempt, by target queue, for
      * MQIFREP's interface volumes: SENT, RESENT (with its time in
      * the store), STORED for retry, FAILED when even the store
      * write failed, or REJECTED for a call with nothing to send.
      * The row rides in the caller's unit of work like the store
      * row does. A failure here is reported but does not change the
      * return code - the message itself went where it was going.
       WRITE-MESSAGE-LOG.
           MOVE LK-TARGET-QUEUE TO HV-TARGET-QUEUE

           EXEC SQL
               INSERT INTO MQ_MESSAGE_LOG
                   (LOGGED_AT, DIRECTION, INTERFACE_NAME, OUTCOME,
                    QUEUE_SECONDS)
               VALUES
                   (CURRENT TIMESTAMP, 'OUT', :HV-TARGET-QUEUE,
                    :HV-LOG-OUTCOME, :HV-QUEUE-SECONDS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING MESSAGE LOG ROW, SQLCODE: '
                   SQLCODE
           END-IF.
