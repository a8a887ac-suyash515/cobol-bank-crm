       01  HV-CAMPAIGN-ID        PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-OWNER-FLAG         PIC X(01).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-AVAILABLE          PIC S9(9)V99 COMP-3.
       01  HV-NAME               PIC X(50).
       01  HV-REQUEST-ID         PIC X(10).
       01  HV-DSAR-CHANNEL       PIC X(10).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-CARD-ID            PIC X(10).
       01  HV-PROC-ACTION        PIC X(08).
       01  HV-PROC-STATUS        PIC X(10).
       01  HV-PROC-REF           PIC X(20).
       01  HV-COMPLAINT-ID       PIC X(10).
       01  HV-SURVEY-SCORE       PIC S9(4) COMP-5.
       01  HV-RESOLVED-FLAG      PIC X(01).
       01  HV-SURVEY-COMMENT     PIC X(200).
       01  HV-FOLLOWUP-FLAG      PIC X(01).
       01  HV-MESSAGE-ID         PIC X(24).
       01  HV-MESSAGE-TYPE       PIC X(10).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-REPLAY-COUNT       PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       01  HV-INTERFACE-NAME     PIC X(48).
       01  HV-LOG-OUTCOME        PIC X(10).
       01  HV-PUT-TIMESTAMP      PIC X(26).
       01  HV-QUEUE-SECONDS      PIC S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * MQ constants
               88  MSG-TYPE-BALINQ      VALUE 'BALINQ    '.
               88  MSG-TYPE-PROFINQ     VALUE 'PROFINQ   '.
               88  MSG-TYPE-DSARREQ     VALUE 'DSARREQ   '.
               88  MSG-TYPE-CARDACK     VALUE 'CARDACK   '.
               88  MSG-TYPE-CSATRESP    VALUE 'CSATRESP  '.
               88  MSG-TYPE-XFERREQ     VALUE 'XFERREQ   '.
           05  MSG-CUSTOMER-ID      PIC X(10).
           05  MSG-BODY-TEXT        PIC X(1004).
      * ACCTCTL body: the account to act on, the requested action
           05  MSG-DSAR-DETAIL REDEFINES MSG-BODY-TEXT.
               10  MSG-DSAR-CHANNEL     PIC X(10).
               10  MSG-DSAR-TEXT        PIC X(994).
      * CARDACK body: the card processor's answer to a CARDMSTR
      * instruction - the card, the action being confirmed, DONE or
      * REJECTED, and the processor's own reference.
           05  MSG-CARDACK-DETAIL REDEFINES MSG-BODY-TEXT.
               10  MSG-CARD-ID          PIC X(10).
               10  MSG-CARD-ACTION      PIC X(08).
               10  MSG-CARD-RESULT      PIC X(08).
                   88  CARD-RESULT-DONE     VALUE 'DONE    '.
                   88  CARD-RESULT-REJECTED VALUE 'REJECTED'.
               10  MSG-PROC-REF         PIC X(20).
               10  FILLER               PIC X(958).
      * CSATRESP body: the customer's answer to the satisfaction
      * survey COMPLMNT sends on resolution - the case, a score of
      * 1 (very dissatisfied) to 5 (very satisfied), whether they
      * consider the complaint resolved (Y/N), and their comment.
           05  MSG-CSATRESP-DETAIL REDEFINES MSG-BODY-TEXT.
               10  MSG-SURVEY-COMPLAINT-ID PIC X(10).
               10  MSG-SURVEY-SCORE     PIC 9(01).
                   88  SURVEY-SCORE-VALID   VALUE 1 THRU 5.
                   88  SURVEY-SCORE-LOW     VALUE 1 THRU 2.
               10  MSG-SURVEY-RESOLVED  PIC X(01).
                   88  SURVEY-RESOLVED-YES  VALUE 'Y'.
                   88  SURVEY-RESOLVED-NO   VALUE 'N'.
               10  MSG-SURVEY-COMMENT   PIC X(200).
               10  FILLER               PIC X(792).
      * XFERREQ body: an online-banking transfer between two of the
      * header customer's own accounts - from, to, the amount (two
      * implied decimals), the requesting channel, the customer's
      * memo, and where to put the accept/reject answer.
           05  MSG-XFERREQ-DETAIL REDEFINES MSG-BODY-TEXT.
               10  MSG-XFER-FROM-ACCOUNT PIC X(12).
               10  MSG-XFER-TO-ACCOUNT  PIC X(12).
               10  MSG-XFER-AMOUNT      PIC 9(09)V99.
               10  MSG-XFER-CHANNEL     PIC X(08).
               10  MSG-XFER-MEMO        PIC X(60).
               10  MSG-XFER-REPLY-QUEUE PIC X(48).
               10  FILLER               PIC X(853).

       01  MQ-MSG-LENGTH           PIC S9(9) COMP-5 VALUE 1024.
       01  MQ-DLQ-MSG-LENGTH       PIC S9(9) COMP-5 VALUE 0.
      * Edited amounts for the inquiry reply text.
       01  WS-INQ-AMOUNT-1          PIC -(9)9.99.
       01  WS-INQ-AMOUNT-2          PIC -(9)9.99.
       01  WS-XFER-RESULT           PIC X(06).
       01  WS-XFER-REASON           PIC X(10).
       01  WS-DSAR-NUMBER           PIC 9(07) VALUE ZERO.
       01  WS-FAIL-REASON           PIC X(80) VALUE SPACES.
       01  WS-DLQ-PUT-OK            PIC X VALUE 'N'.
           88  DLQ-PUT-OK               VALUE 'Y'.

      * Senders resend after a reply timeout, and a resent message
      * carries the MQ message ID of the original. Each ID is
      * registered in PROCESSED_MESSAGES inside the same unit of work
      * as the persist, so a replay finds its ID already on file and
      * is taken off the queue without being worked a second time.
      * Replays are counted onto the run-log row for the sending
      * teams.
       01  WS-REPLAY-FLAG           PIC X VALUE 'N'.
           88  MESSAGE-IS-REPLAY        VALUE 'Y'.
       01  WS-REGISTERED-FLAG       PIC X VALUE 'N'.
           88  MESSAGE-REGISTERED       VALUE 'Y'.
       01  WS-REPLAY-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RUN-FAILED            PIC X VALUE 'N'.
           88  RUN-FAILED               VALUE 'Y'.

      * Commarea for the ACCTMSTR CALL - same shape as its
      * DFHCOMMAREA, so the fraud system's 2am freeze goes through
      * exactly the status rules and ACCOUNT_AUDIT write a teller's
           05  WS-AC-BRANCH-ID       PIC X(06).
           05  WS-AC-CHANNEL         PIC X(08).
           05  WS-AC-LAST-UPDATED    PIC X(26).
           05  WS-AC-MATURITY-DATE   PIC X(10).
           05  WS-AC-MATURITY-INSTR  PIC X(08).
           05  WS-AC-PAYOUT-ACCOUNT-ID PIC X(12).
           05  WS-AC-SETTLE-INTEREST PIC S9(9)V99.
           05  WS-AC-SETTLE-FEES     PIC S9(9)V99.
           05  WS-AC-SETTLE-PAYOUT   PIC S9(9)V99.
           05  WS-AC-CHEQUE-ID       PIC X(10).
           05  WS-AC-RETURN-CODE     PIC 9(02).

      * Commarea for the COMPLMNT CALL so MQ complaint intake opens
           05  WS-CMP-CORR-SUMMARY   PIC X(100).
           05  WS-CMP-REDRESS-ACCOUNT PIC X(12).
           05  WS-CMP-REDRESS-AMOUNT PIC S9(9)V99.
           05  WS-CMP-SPECIAL-HANDLING PIC X(01).
           05  WS-CMP-SH-REASON-CODE PIC X(10).
           05  WS-CMP-SH-NOTES       PIC X(100).
           05  WS-CMP-RETURN-CODE    PIC 9(02).

      * Commarea for the TXNPOST CALL - same shape as its
      * DFHCOMMAREA, so an online-banking transfer is held to the
      * signer, velocity, available-balance and stop-payment rules a
      * branch transfer is.
       01  WS-TXNPOST-COMMAREA.
           05  WS-TP-ACCOUNT-ID      PIC X(12).
           05  WS-TP-CUSTOMER-ID     PIC X(10).
           05  WS-TP-TXN-DATE        PIC X(10).
           05  WS-TP-TXN-TYPE        PIC X(10).
           05  WS-TP-AMOUNT          PIC S9(9)V99.
           05  WS-TP-DESCRIPTION     PIC X(100).
           05  WS-TP-NEW-BALANCE     PIC S9(9)V99.
           05  WS-TP-TO-ACCOUNT-ID   PIC X(12).
           05  WS-TP-FUNCTION        PIC X(08).
           05  WS-TP-EMPLOYEE-ID     PIC X(08).
           05  WS-TP-BRANCH-ID       PIC X(06).
           05  WS-TP-CHANNEL         PIC X(08).
           05  WS-TP-OVERRIDE-FLAG   PIC X(01).
           05  WS-TP-FEE-CODE        PIC X(08).
           05  WS-TP-RETURN-CODE     PIC 9(02).

      * Commarea for IDNUMBER, which proves the check digit on the
      * customer or account number a message arrives with before
      * anything is looked up or stored against it.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION       PIC X(08).
           05  WS-IDN-ID             PIC X(12).
           05  WS-IDN-RETURN-CODE    PIC 9(02).
       01  WS-NUMBERS-VALID         PIC X VALUE 'Y'.
           88  NUMBERS-ARE-VALID        VALUE 'Y'.

      * Commarea for the MQSENDR reply put.
       01  WS-MQSENDR-COMMAREA.
           05  WS-RPLY-TARGET-QUEUE  PIC X(48).
           05  MQMD-CODEDCHARSETID PIC S9(9) COMP-5 VALUE 819.
           05  MQMD-MSGID          PIC X(24).
           05  MQMD-CORRELID       PIC X(24).
           05  MQMD-PUTDATE        PIC X(8).
           05  MQMD-PUTTIME        PIC X(8).

      * The destructive MQGET runs under syncpoint so the message is
      * only really gone once the unit of work commits - an abend
       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START

           PERFORM READ-BATCH-PARMS
           PERFORM OPEN-INCOMING-QUEUE


               DISPLAY "MQRECVR SHUTTING DOWN. MESSAGES PROCESSED: "
                   WS-MSG-COUNT
               DISPLAY "REPLAYED MESSAGES SKIPPED: " WS-REPLAY-COUNT
           ELSE
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

           MOVE WS-MSG-COUNT    TO HV-RUN-COUNT
           MOVE WS-REPLAY-COUNT TO HV-REPLAY-COUNT
           IF RUN-FAILED
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE 'SUCCESS' TO HV-RUN-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
                               MQ-COMPCODE
                               MQ-REASON.

      * The message and correlation IDs are cleared before every get:
      * left holding the last message's IDs, the MQMD would make the
      * get wait for a message with those same IDs.
       RECEIVE-ONE-MESSAGE.
           MOVE 0 TO MQ-COMPCODE MQ-REASON
           MOVE 1024 TO MQ-MSG-LENGTH
           MOVE LOW-VALUES TO MQMD-MSGID MQMD-CORRELID

           CALL 'MQGET' USING MQ-HCONN
                              MQ-HOBJ
                   DISPLAY WS-RESP-TEXT
                   DISPLAY "MQGET REASON CODE: " MQ-REASON
                   MOVE 'Y' TO WS-SHUTDOWN-FLAG
                   MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE.

       DISPATCH-MESSAGE.
           MOVE 'N' TO WS-PROCESS-FAILED
           MOVE SPACES TO WS-FAIL-REASON

           PERFORM REGISTER-MESSAGE-ID

           MOVE 'Y' TO WS-NUMBERS-VALID
           IF NOT MESSAGE-IS-REPLAY AND NOT PROCESSING-FAILED
               PERFORM CHECK-MESSAGE-NUMBERS
           END-IF

           EVALUATE TRUE
               WHEN MESSAGE-IS-REPLAY
                   ADD 1 TO WS-REPLAY-COUNT
                   DISPLAY "REPLAYED MESSAGE SKIPPED, TYPE: "
                       MSG-TYPE-HEADER " CUSTOMER: " MSG-CUSTOMER-ID
               WHEN PROCESSING-FAILED
                   CONTINUE
               WHEN MSG-TYPE-ADDRCHG
                   PERFORM PROCESS-ADDRESS-CHANGE
               WHEN MSG-TYPE-COMPLAINT
                   PERFORM PROCESS-PROFILE-INQUIRY
               WHEN MSG-TYPE-DSARREQ
                   PERFORM PROCESS-DSAR-INTAKE
               WHEN MSG-TYPE-CARDACK
                   PERFORM PROCESS-CARD-ACK
               WHEN MSG-TYPE-CSATRESP
                   PERFORM PROCESS-SURVEY-RESPONSE
               WHEN MSG-TYPE-XFERREQ
                   PERFORM PROCESS-TRANSFER-REQUEST
               WHEN OTHER
                   MOVE 'Y' TO WS-PROCESS-FAILED
                   MOVE 'UNRECOGNIZED MESSAGE TYPE' TO WS-FAIL-REASON
           END-EVALUATE.

           IF PROCESSING-FAILED
               PERFORM RELEASE-MESSAGE-ID
               PERFORM SEND-TO-DEAD-LETTER-QUEUE
           END-IF

           PERFORM COMPLETE-UNIT-OF-WORK.

      * Registers the message ID ahead of the persist. A duplicate
      * key means the original already committed: the replay is
      * acknowledged (its get commits) and nothing else is done. A
      * second receiver working the same replay concurrently waits
      * on the first one's uncommitted row and then sees the
      * duplicate too. The inquiries are not registered - they
      * change nothing, and a requester that timed out is still owed
      * its answer.
       REGISTER-MESSAGE-ID.
           MOVE 'N' TO WS-REPLAY-FLAG
           MOVE 'N' TO WS-REGISTERED-FLAG

           IF MSG-TYPE-BALINQ OR MSG-TYPE-PROFINQ
               EXIT PARAGRAPH
           END-IF

           MOVE MQMD-MSGID      TO HV-MESSAGE-ID
           MOVE MSG-TYPE-HEADER TO HV-MESSAGE-TYPE
           MOVE MSG-CUSTOMER-ID TO HV-CUSTOMER-ID
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP

           EXEC SQL
               INSERT INTO PROCESSED_MESSAGES
                   (MESSAGE_ID, MESSAGE_TYPE, CUSTOMER_ID,
                    PROCESSED_AT)
               VALUES
                   (:HV-MESSAGE-ID, :HV-MESSAGE-TYPE, :HV-CUSTOMER-ID,
                    :HV-TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO WS-REGISTERED-FLAG
               WHEN -803
                   MOVE 'Y' TO WS-REPLAY-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-PROCESS-FAILED
                   MOVE 'DATABASE ERROR REGISTERING MESSAGE ID'
                       TO WS-FAIL-REASON
                   DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
           END-EVALUATE.

      * The number a message is keyed on must pass its check digit
      * before it is worked. A message that would be stored against
      * a customer cannot be, and dead-letters for the sending team
      * to correct. An inquiry is answered BADNUMBER instead, the
      * way an unknown account is answered NOTFOUND, and a transfer
      * request is rejected BADNUMBER. ACCTCTL is left to ACCTMSTR,
      * which proves the account itself and puts its refusal in the
      * reply; CARDACK is keyed by card. TXNPOST proves a transfer's
      * two account numbers.
       CHECK-MESSAGE-NUMBERS.
           EVALUATE TRUE
               WHEN MSG-TYPE-BALINQ
                   MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
                   MOVE MSG-INQ-ACCOUNT-ID TO WS-IDN-ID
                   PERFORM CALL-IDNUMBER
               WHEN MSG-TYPE-ACCTCTL OR MSG-TYPE-CARDACK
                   CONTINUE
               WHEN MSG-CUSTOMER-ID NOT = SPACES
                   MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
                   MOVE MSG-CUSTOMER-ID TO WS-IDN-ID
                   PERFORM CALL-IDNUMBER
           END-EVALUATE

           IF NOT NUMBERS-ARE-VALID
                   AND NOT MSG-TYPE-BALINQ AND NOT MSG-TYPE-PROFINQ
                   AND NOT MSG-TYPE-XFERREQ
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ': ' MSG-CUSTOMER-ID
           END-IF.

       CALL-IDNUMBER.
           MOVE 00 TO WS-IDN-RETURN-CODE

           CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

           IF WS-IDN-RETURN-CODE NOT = 00
               MOVE 'N' TO WS-NUMBERS-VALID
           END-IF.

      * A dead-lettered message commits its get, so its register row
      * is taken back out first - once the cause is fixed and the
      * message is put back on the queue, it has to be worked, not
      * skipped as a replay.
       RELEASE-MESSAGE-ID.
           IF MESSAGE-REGISTERED
               EXEC SQL
                   DELETE FROM PROCESSED_MESSAGES
                   WHERE MESSAGE_ID = :HV-MESSAGE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR RELEASING MESSAGE ID, SQLCODE: "
                       SQLCODE
               END-IF
           END-IF.

      * One atomic outcome per message, on BOTH resource managers:
      * the DB2 work (the complaint row and counter bump, the
      * interaction head row, any note segments) commits or rolls
           MOVE 0 TO MQ-COMPCODE MQ-REASON

           IF NOT PROCESSING-FAILED OR DLQ-PUT-OK
               EVALUATE TRUE
                   WHEN MESSAGE-IS-REPLAY
                       MOVE 'REPLAY' TO HV-LOG-OUTCOME
                   WHEN PROCESSING-FAILED
                       MOVE 'DEADLETTER' TO HV-LOG-OUTCOME
                   WHEN OTHER
                       MOVE 'PROCESSED' TO HV-LOG-OUTCOME
               END-EVALUATE
               PERFORM WRITE-MESSAGE-LOG

               EXEC SQL COMMIT END-EXEC

               IF SQLCODE NOT = 0
               IF MQ-COMPCODE NOT = 0
                   DISPLAY "MQCMIT FAILED, REASON: " MQ-REASON
                   MOVE 'Y' TO WS-SHUTDOWN-FLAG
                   MOVE 'Y' TO WS-RUN-FAILED
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC

               DISPLAY "UNIT OF WORK BACKED OUT, MESSAGE RETURNED "
                   "TO QUEUE"

               MOVE 'BACKEDOUT' TO HV-LOG-OUTCOME
               PERFORM WRITE-MESSAGE-LOG
               EXEC SQL COMMIT END-EXEC
               MOVE 'Y' TO WS-SHUTDOWN-FLAG
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

      * One MQ_MESSAGE_LOG row per message received, for MQIFREP's
      * interface volumes: the message type, how it ended
      * (PROCESSED, REPLAY, DEADLETTER or BACKEDOUT) and how long it
      * sat on the queue. The put date and time in the MQMD are GMT,
      * so they are shifted to local time before the difference is
      * taken. The row rides in the message's own unit of work; a
      * backed-out message's row is written after the rollback and
      * committed alone. A failure here is reported but does not
      * fail the message - the log is not worth losing a complaint
      * over.
       WRITE-MESSAGE-LOG.
           MOVE MSG-TYPE-HEADER TO HV-INTERFACE-NAME
           MOVE MSG-CUSTOMER-ID TO HV-CUSTOMER-ID
           MOVE ZERO TO HV-QUEUE-SECONDS

           IF MQMD-PUTDATE NUMERIC AND MQMD-PUTTIME NUMERIC
               MOVE SPACES TO HV-PUT-TIMESTAMP
               STRING MQMD-PUTDATE(1:4) '-' MQMD-PUTDATE(5:2) '-'
                      MQMD-PUTDATE(7:2) '-' MQMD-PUTTIME(1:2) '.'
                      MQMD-PUTTIME(3:2) '.' MQMD-PUTTIME(5:2) '.'
                      MQMD-PUTTIME(7:2) '0000'
                   DELIMITED BY SIZE INTO HV-PUT-TIMESTAMP
               END-STRING

               EXEC SQL
                   SET :HV-QUEUE-SECONDS =
                       (DAYS(CURRENT TIMESTAMP)
                        - DAYS(TIMESTAMP(:HV-PUT-TIMESTAMP)
                               + CURRENT TIMEZONE)) * 86400
                       + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                       - MIDNIGHT_SECONDS(TIMESTAMP(:HV-PUT-TIMESTAMP)
                                          + CURRENT TIMEZONE)
               END-EXEC

               IF SQLCODE NOT = 0 OR HV-QUEUE-SECONDS < 0
                   MOVE ZERO TO HV-QUEUE-SECONDS
               END-IF
           END-IF

           EXEC SQL
               INSERT INTO MQ_MESSAGE_LOG
                   (LOGGED_AT, DIRECTION, INTERFACE_NAME, OUTCOME,
                    QUEUE_SECONDS, CUSTOMER_ID)
               VALUES
                   (CURRENT TIMESTAMP, 'IN', :HV-INTERFACE-NAME,
                    :HV-LOG-OUTCOME, :HV-QUEUE-SECONDS,
                    :HV-CUSTOMER-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING MESSAGE LOG ROW, SQLCODE: "
                   SQLCODE
           END-IF.

       PROCESS-ADDRESS-CHANGE.
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
           ELSE
               PERFORM WRITE-NOTE-SEGMENTS
               IF NOT PROCESSING-FAILED
                   PERFORM CLEAR-RETURNED-MAIL
               END-IF
           END-IF.

      * A customer reporting a new address has answered the
      * returned-mail chase: the undeliverable flag comes off, the
      * register rows are stamped cleared and the address-update
      * follow-up drops off the tickler, all inside this message's
      * unit of work. A customer with no returned mail is untouched.
       CLEAR-RETURNED-MAIL.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET MAIL_RETURNED = 'N'
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND MAIL_RETURNED = 'Y'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE RETURNED_MAIL
                   SET CLEARED_AT = :HV-TIMESTAMP,
                       CLEARED_BY = 'MQRECVR',
                       CLEAR_REASON = 'ADDRESS UPDATED'
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND CLEARED_AT IS NULL
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE CUSTOMER_INTERACTIONS
                       SET FOLLOWUP_REQUIRED = 'N',
                           FOLLOWUP_COMPLETED_BY = 'MQRECVR',
                           FOLLOWUP_COMPLETED_AT = :HV-TIMESTAMP,
                           FOLLOWUP_DISPOSITION = 'ADDRESS UPDATED'
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND INTERACTION_TYPE = 'RETURNED MAIL'
                         AND FOLLOWUP_REQUIRED = 'Y'
                   END-EXEC
               END-IF
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'DATABASE ERROR CLEARING RETURNED MAIL'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
           END-IF.

      * A complaint arriving over MQ now opens a real OPEN row in
      * The redress amount is unused on LOG but COMPLMNT moves it to
      * a packed field unconditionally - spaces would abend it.
           MOVE ZERO TO WS-CMP-REDRESS-AMOUNT
           MOVE 'N'                 TO WS-CMP-SPECIAL-HANDLING
           MOVE SPACES              TO WS-CMP-SH-REASON-CODE
           MOVE SPACES              TO WS-CMP-SH-NOTES
           MOVE 00 TO WS-CMP-RETURN-CODE

           CALL 'COMPLMNT' USING WS-COMPLMNT-COMMAREA
                   "ACCOUNT: " WS-AC-ACCOUNT-ID
           END-IF.

      * Online banking's funds transfer between the customer's own
      * accounts, posted through TXNPOST's XFER so the signer check
      * (the header customer is the presented signer), velocity
      * limits, available balance after holds and stop payments all
      * apply, and both legs are stamped with the requesting
      * channel. Every outcome is answered on the reply queue with
      * the transfer reference or the reason - a refused transfer
      * is a valid answer, not a poison message. A request with no
      * customer would post as a system caller with no signer check
      * at all, so it is refused here.
       PROCESS-TRANSFER-REQUEST.
           MOVE SPACES TO WS-TXNPOST-COMMAREA WS-XFER-REASON
           MOVE 'REJECT' TO WS-XFER-RESULT
           MOVE 08 TO WS-TP-RETURN-CODE

           IF NOT NUMBERS-ARE-VALID
               MOVE 'BADNUMBER' TO WS-XFER-REASON
           ELSE IF MSG-CUSTOMER-ID = SPACES
               MOVE 'NOCUSTOMER' TO WS-XFER-REASON
           ELSE IF MSG-XFER-AMOUNT NOT NUMERIC
                   OR MSG-XFER-AMOUNT = ZERO
               MOVE 'BADAMOUNT' TO WS-XFER-REASON
           ELSE
               PERFORM CHECK-TRANSFER-TO-OWNER
           END-IF
           END-IF
           END-IF

           IF WS-XFER-REASON = SPACES
               MOVE 'XFER    '            TO WS-TP-FUNCTION
               MOVE 'TRANSFER'            TO WS-TP-TXN-TYPE
               MOVE MSG-XFER-FROM-ACCOUNT TO WS-TP-ACCOUNT-ID
               MOVE MSG-XFER-TO-ACCOUNT   TO WS-TP-TO-ACCOUNT-ID
               MOVE MSG-CUSTOMER-ID       TO WS-TP-CUSTOMER-ID
               MOVE MSG-XFER-AMOUNT       TO WS-TP-AMOUNT
               MOVE 'MQRECVR'             TO WS-TP-EMPLOYEE-ID
               IF MSG-XFER-CHANNEL NOT = SPACES
                   MOVE MSG-XFER-CHANNEL TO WS-TP-CHANNEL
               ELSE
                   MOVE 'ONLINE' TO WS-TP-CHANNEL
               END-IF
               IF MSG-XFER-MEMO NOT = SPACES
                   MOVE MSG-XFER-MEMO TO WS-TP-DESCRIPTION
               ELSE
                   MOVE 'ONLINE BANKING TRANSFER' TO WS-TP-DESCRIPTION
               END-IF
               MOVE 00 TO WS-TP-RETURN-CODE

               CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

               EVALUATE WS-TP-RETURN-CODE
                   WHEN 00
                       MOVE 'ACCEPT' TO WS-XFER-RESULT
                   WHEN 04
                       MOVE 'NOTFOUND' TO WS-XFER-REASON
                   WHEN 08
                       MOVE 'INVALID' TO WS-XFER-REASON
                   WHEN 16
                       MOVE 'REFUSED' TO WS-XFER-REASON
                   WHEN 20
                       MOVE 'NSF' TO WS-XFER-REASON
                   WHEN OTHER
                       MOVE 'ERROR' TO WS-XFER-REASON
               END-EVALUATE
           END-IF

           PERFORM SEND-TRANSFER-REPLY.

      * Own-account transfers only: the to-account must be held by
      * the requesting customer, as primary or as a live joint
      * owner. TXNPOST proves the from-account side itself.
       CHECK-TRANSFER-TO-OWNER.
           MOVE MSG-XFER-TO-ACCOUNT TO HV-ACCOUNT-ID
           MOVE MSG-CUSTOMER-ID TO HV-CUSTOMER-ID
           MOVE 'N' TO HV-OWNER-FLAG

           EXEC SQL
               SELECT 'Y' INTO :HV-OWNER-FLAG
               FROM ACCOUNTS A
               WHERE A.ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND (A.CUSTOMER_ID = :HV-CUSTOMER-ID
                      OR EXISTS
                         (SELECT 1 FROM ACCOUNT_OWNERS O
                          WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                            AND O.CUSTOMER_ID = :HV-CUSTOMER-ID
                            AND O.REMOVED_AT IS NULL))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'NOTOWNER' TO WS-XFER-REASON
           END-IF.

      * A transfer answer that cannot be put backs the posting out
      * before the request dead-letters: the requester never heard,
      * so when the request is put back it must move the money once,
      * not be skipped as a replay of a transfer that stood.
       SEND-TRANSFER-REPLY.
           IF MSG-XFER-REPLY-QUEUE NOT = SPACES
               MOVE MSG-XFER-REPLY-QUEUE TO WS-RPLY-TARGET-QUEUE
           ELSE
               MOVE 'CRM.XFER.REPLY.QUEUE' TO WS-RPLY-TARGET-QUEUE
           END-IF

           IF MSG-XFER-AMOUNT NUMERIC
               MOVE MSG-XFER-AMOUNT TO WS-INQ-AMOUNT-1
           ELSE
               MOVE ZERO TO WS-INQ-AMOUNT-1
           END-IF

           MOVE SPACES TO WS-RPLY-MESSAGE-TEXT
           IF WS-XFER-RESULT = 'ACCEPT'
               STRING 'XFERRPLY FROM=' MSG-XFER-FROM-ACCOUNT
                      ' TO=' MSG-XFER-TO-ACCOUNT
                      ' AMOUNT=' WS-INQ-AMOUNT-1
                      ' RESULT=ACCEPT REF=' WS-TP-DESCRIPTION(1:17)
                      ' RC=' WS-TP-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-RPLY-MESSAGE-TEXT
               END-STRING
           ELSE
               STRING 'XFERRPLY FROM=' MSG-XFER-FROM-ACCOUNT
                      ' TO=' MSG-XFER-TO-ACCOUNT
                      ' AMOUNT=' WS-INQ-AMOUNT-1
                      ' RESULT=REJECT REASON=' WS-XFER-REASON
                      ' RC=' WS-TP-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-RPLY-MESSAGE-TEXT
               END-STRING
           END-IF
           MOVE 00 TO WS-RPLY-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-RPLY-RETURN-CODE NOT = 00
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'N' TO WS-REGISTERED-FLAG
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'FAILED TO PUT TRANSFER REPLY' TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' RC:' WS-RPLY-RETURN-CODE
           END-IF.

      * A data-subject request arriving over MQ lands on the
      * DSAR_REQUESTS register with its statutory due date (30 days
      * from receipt) already computed - GDPREXT works the open
               END-IF
           END-IF.

      * The card processor's confirmation of a block, unblock, loss
      * report or replacement CARDMSTR sent. It settles the card's
      * outstanding instruction - only a SENT instruction for the
      * same action, so a late or repeated ack cannot overwrite a
      * newer one - and is noted on the cardholder's interactions.
      * A rejection is flagged for follow-up: a lost card the
      * processor did not stop is still live. An ack that matches
      * no outstanding instruction dead-letters for investigation.
       PROCESS-CARD-ACK.
           IF NOT CARD-RESULT-DONE AND NOT CARD-RESULT-REJECTED
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'UNRECOGNIZED CARD ACK RESULT' TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ': ' MSG-CARD-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-CARD-ID     TO HV-CARD-ID
           MOVE MSG-CARD-ACTION TO HV-PROC-ACTION
           MOVE MSG-PROC-REF    TO HV-PROC-REF
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP

           IF CARD-RESULT-DONE
               MOVE 'CONFIRMED' TO HV-PROC-STATUS
           ELSE
               MOVE 'REJECTED' TO HV-PROC-STATUS
           END-IF

           EXEC SQL
               UPDATE DEBIT_CARDS
               SET PROC_STATUS = :HV-PROC-STATUS,
                   PROC_CONFIRMED_AT = :HV-TIMESTAMP,
                   PROC_REF = :HV-PROC-REF
               WHERE CARD_ID = :HV-CARD-ID
                 AND PROC_ACTION = :HV-PROC-ACTION
                 AND PROC_STATUS = 'SENT'
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'NO OUTSTANDING CARD INSTRUCTION FOR ACK'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ': ' MSG-CARD-ID
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'DATABASE ERROR PERSISTING CARD ACK'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HV-CUSTOMER-ID

           EXEC SQL
               SELECT CUSTOMER_ID INTO :HV-CUSTOMER-ID
               FROM DEBIT_CARDS
               WHERE CARD_ID = :HV-CARD-ID
           END-EXEC

           MOVE 'MQRECVR'            TO HV-EMPLOYEE-ID
           MOVE 'CARD PROCESSOR ACK' TO HV-INTERACTION-TYPE
           MOVE SPACES TO HV-INTERACTION-NOTES
           STRING 'CARD ' HV-CARD-ID
                  ' ACTION ' HV-PROC-ACTION
                  ' ' HV-PROC-STATUS
                  ' PROCESSOR REF ' HV-PROC-REF
               DELIMITED BY SIZE INTO HV-INTERACTION-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-EMPLOYEE-ID,
                    :HV-INTERACTION-TYPE, :HV-INTERACTION-NOTES,
                    :HV-TIMESTAMP,
                    CASE WHEN :HV-PROC-STATUS = 'REJECTED'
                         THEN 'Y' ELSE 'N' END)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'DATABASE ERROR PERSISTING CARD ACK INTERACTION'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
           END-IF.

      * A customer's answer to the post-resolution satisfaction
      * survey. It is attached to the case's outstanding survey -
      * only a SENT one for the same customer, so a repeated reply
      * or a reply to a superseded survey cannot overwrite the
      * answer on record - and noted on the customer's
      * interactions. A dissatisfied answer (a score of 1 or 2, or
      * the customer saying it is not resolved) opens a tickler for
      * the case owner: the interaction is written under the
      * owner's employee ID with a follow-up due today, so it lands
      * on FOLLOWUP's list for whoever holds the case. An unowned
      * case's tickler stays under MQRECVR. A reply that matches no
      * outstanding survey dead-letters for investigation.
       PROCESS-SURVEY-RESPONSE.
           IF MSG-SURVEY-SCORE NOT NUMERIC
                   OR NOT SURVEY-SCORE-VALID
                   OR (NOT SURVEY-RESOLVED-YES
                       AND NOT SURVEY-RESOLVED-NO)
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'INVALID SURVEY SCORE OR RESOLVED FLAG'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ': ' MSG-SURVEY-COMPLAINT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE MSG-SURVEY-COMPLAINT-ID TO HV-COMPLAINT-ID
           MOVE MSG-CUSTOMER-ID         TO HV-CUSTOMER-ID
           MOVE MSG-SURVEY-SCORE        TO HV-SURVEY-SCORE
           MOVE MSG-SURVEY-RESOLVED     TO HV-RESOLVED-FLAG
           MOVE MSG-SURVEY-COMMENT      TO HV-SURVEY-COMMENT
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP

           EXEC SQL
               UPDATE COMPLAINT_SURVEYS
               SET SURVEY_STATUS = 'RESPONDED',
                   RESPONDED_AT = :HV-TIMESTAMP,
                   SURVEY_SCORE = :HV-SURVEY-SCORE,
                   RESOLVED_FLAG = :HV-RESOLVED-FLAG,
                   RESPONSE_COMMENT = :HV-SURVEY-COMMENT
               WHERE COMPLAINT_ID = :HV-COMPLAINT-ID
                 AND CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND SURVEY_STATUS = 'SENT'
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'NO OUTSTANDING SURVEY FOR RESPONSE'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ': ' MSG-SURVEY-COMPLAINT-ID
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'DATABASE ERROR PERSISTING SURVEY RESPONSE'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'MQRECVR' TO HV-EMPLOYEE-ID
           MOVE 'N'       TO HV-FOLLOWUP-FLAG

           IF SURVEY-SCORE-LOW OR SURVEY-RESOLVED-NO
               MOVE 'Y' TO HV-FOLLOWUP-FLAG

               EXEC SQL
                   SELECT COALESCE(ASSIGNED_TO, ' ')
                   INTO :HV-EMPLOYEE-ID
                   FROM CUSTOMER_COMPLAINTS
                   WHERE COMPLAINT_ID = :HV-COMPLAINT-ID
               END-EXEC

               IF SQLCODE NOT = 0 OR HV-EMPLOYEE-ID = SPACES
                   MOVE 'MQRECVR' TO HV-EMPLOYEE-ID
               END-IF
           END-IF

           MOVE 'SURVEY RESPONSE' TO HV-INTERACTION-TYPE
           MOVE SPACES TO HV-INTERACTION-NOTES
           STRING 'COMPLAINT ' HV-COMPLAINT-ID
                  ' SURVEY SCORE ' MSG-SURVEY-SCORE
                  ' RESOLVED ' HV-RESOLVED-FLAG
                  ' - ' HV-SURVEY-COMMENT
               DELIMITED BY SIZE INTO HV-INTERACTION-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-EMPLOYEE-ID,
                    :HV-INTERACTION-TYPE, :HV-INTERACTION-NOTES,
                    :HV-TIMESTAMP, :HV-FOLLOWUP-FLAG,
                    CASE WHEN :HV-FOLLOWUP-FLAG = 'Y'
                         THEN DATE(:HV-TIMESTAMP) END)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-PROCESS-FAILED
               MOVE 'DATABASE ERROR PERSISTING SURVEY INTERACTION'
                   TO WS-FAIL-REASON
               DISPLAY WS-FAIL-REASON ' SQLCODE:' SQLCODE
           END-IF.

      * Request/reply balance inquiry for the branch platform and
      * IVR, so they stop screen-scraping: the reply carries the
      * stored ledger BALANCE and the available balance net of
           MOVE SPACES TO HV-ACCOUNT-STATUS
           MOVE ZERO TO HV-BALANCE HV-AVAILABLE

           IF NOT NUMBERS-ARE-VALID
               PERFORM SET-INQUIRY-REPLY-QUEUE
               MOVE SPACES TO WS-RPLY-MESSAGE-TEXT
               STRING 'BALRPLY ACCOUNT=' HV-ACCOUNT-ID
                      ' STATUS=BADNUMBER'
                   DELIMITED BY SIZE INTO WS-RPLY-MESSAGE-TEXT
               END-STRING
               PERFORM PUT-INQUIRY-REPLY
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT A.ACCOUNT_STATUS, A.BALANCE,
                      A.BALANCE - COALESCE(
           MOVE SPACES TO HV-NAME HV-SEGMENT HV-RECORD-STATUS
                          HV-PHONE HV-EMAIL

           IF NOT NUMBERS-ARE-VALID
               PERFORM SET-INQUIRY-REPLY-QUEUE
               MOVE SPACES TO WS-RPLY-MESSAGE-TEXT
               STRING 'PROFRPLY CUSTOMER=' HV-CUSTOMER-ID
                      ' STATUS=BADNUMBER'
                   DELIMITED BY SIZE INTO WS-RPLY-MESSAGE-TEXT
               END-STRING
               PERFORM PUT-INQUIRY-REPLY
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT NAME, SEGMENT, COALESCE(RECORD_STATUS, ' '),
                      PHONE, EMAIL
                                    MQ-COMPCODE
                                    MQ-REASON
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, messages received and outcome, plus the replays
      * skipped so resend problems can be taken up with the sending
      * teams. The job return code is set too, so a scheduler can
      * see a receiver that stopped on an error.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS, REPLAYS_SKIPPED)
               VALUES
                   ('MQRECVR', :HV-RUN-START, :HV-RUN-END,
                    :HV-RUN-COUNT, :HV-RUN-STATUS, :HV-REPLAY-COUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING RUN LOG ROW, SQLCODE: " SQLCODE
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
