       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMSTR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CARD-ID            PIC X(10).
       01  HV-NEW-CARD-ID        PIC X(10).
       01  HV-NEW-LAST4          PIC X(04).
       01  HV-REPLACES-CARD-ID   PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-CARD-LAST4         PIC X(04).
       01  HV-CARD-STATUS        PIC X(10).
       01  HV-NEW-STATUS         PIC X(10).
       01  HV-EXPIRY-DATE        PIC X(10).
       01  HV-REPLACED-BY        PIC X(10).
       01  HV-PROC-ACTION        PIC X(08).
       01  HV-PROC-STATUS        PIC X(10).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-ACCT-CUSTOMER-ID   PIC X(10).
       01  HV-INTERACTION-TYPE   PIC X(20).
       01  HV-INTERACTION-NOTES  PIC X(250).
       01  HV-FOLLOWUP-FLAG      PIC X(01).
       01  HV-OWNER-FLAG         PIC X(01).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ISSUE        VALUE 'ISSUE   '.
           88  FUNC-ACTIVATE     VALUE 'ACTIVATE'.
           88  FUNC-BLOCK        VALUE 'BLOCK   '.
           88  FUNC-UNBLOCK      VALUE 'UNBLOCK '.
           88  FUNC-LOST         VALUE 'LOST    '.
           88  FUNC-STOLEN       VALUE 'STOLEN  '.
           88  FUNC-REPLACE      VALUE 'REPLACE '.
           88  FUNC-INQUIRE      VALUE 'INQUIRE '.
           88  FUNC-LIST         VALUE 'LIST    '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-CARD-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).
       01  WS-SEC-KEY            PIC X(12).

      * Commarea for the MQSENDR put to the card processor - same
      * shape as its DFHCOMMAREA. A put that fails is parked on
      * MQ_OUTBOUND_STORE by MQSENDR itself and drained by MQRETRY,
      * so a queue outage delays a block but never loses it.
       01  WS-MQSENDR-COMMAREA.
           05  WS-CARD-TARGET-QUEUE  PIC X(48).
           05  WS-CARD-MESSAGE-TEXT  PIC X(1024).
           05  WS-CARD-RETURN-CODE   PIC 9(02).

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
           05  LK-CARD-ID         PIC X(10).
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-CARD-LAST4      PIC X(04).
           05  LK-NOTES           PIC X(200).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CARD-STATUS     PIC X(10).
           05  LK-EXPIRY-DATE     PIC X(10).
           05  LK-NEW-CARD-ID     PIC X(10).
           05  LK-PROC-STATUS     PIC X(10).
           05  LK-CARD-COUNT      PIC 9(02).
           05  LK-CARD-RESULTS OCCURS 10 TIMES.
               10  LK-RESULT-CARD-ID     PIC X(10).
               10  LK-RESULT-CUSTOMER-ID PIC X(10).
               10  LK-RESULT-LAST4       PIC X(04).
               10  LK-RESULT-STATUS      PIC X(10).
               10  LK-RESULT-EXPIRY      PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Debit card register. Each card is issued against an account
      * to a cardholder who is the account's customer or a live
      * ACCOUNT_OWNERS holder, and moves ISSUED -> ACTIVE, ACTIVE <->
      * BLOCKED, and to LOST or STOLEN for good. A block, unblock,
      * loss report or replacement is sent to the card processor
      * over MQ and stays PROC_STATUS SENT until MQRECVR receives
      * the processor's CARDACK. Every change lands on
      * CUSTOMER_INTERACTIONS so the lost-card call is on the
      * customer's history like any other contact.
       MAIN-LOGIC.
           MOVE LK-CARD-ID     TO HV-CARD-ID.
           MOVE LK-ACCOUNT-ID  TO HV-ACCOUNT-ID.
           MOVE LK-CUSTOMER-ID TO HV-CUSTOMER-ID.
           MOVE LK-CARD-LAST4  TO HV-CARD-LAST4.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE LK-FUNCTION    TO WS-FUNCTION.
           MOVE SPACES TO LK-NEW-CARD-ID HV-NEW-CARD-ID
                          HV-REPLACES-CARD-ID.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-ISSUE
                   PERFORM ISSUE-CARD
               WHEN FUNC-ACTIVATE
                   PERFORM ACTIVATE-CARD
               WHEN FUNC-BLOCK
                   PERFORM BLOCK-CARD
               WHEN FUNC-UNBLOCK
                   PERFORM UNBLOCK-CARD
               WHEN FUNC-LOST
                   PERFORM REPORT-LOST-OR-STOLEN
               WHEN FUNC-STOLEN
                   PERFORM REPORT-LOST-OR-STOLEN
               WHEN FUNC-REPLACE
                   PERFORM REPLACE-CARD
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-CARD
               WHEN FUNC-LIST
                   PERFORM LIST-ACCOUNT-CARDS
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           IF LK-RETURN-CODE NOT = 00
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator before anything
      * runs - EMPLOYEE_MASTER is the reference table EMPMSTR
      * maintains, so typo'd IDs stop reaching the audit trail.
       VALIDATE-EMPLOYEE-ID.
           MOVE 'N' TO WS-EMP-VALID
           MOVE 'N' TO WS-AUTH-DENIED
           MOVE SPACES TO WS-EMP-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE, ' ') INTO :WS-EMP-ROLE
               FROM EMPLOYEE_MASTER
               WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               PERFORM CHECK-FUNCTION-AUTHORITY
           ELSE
               MOVE 'UNKNOWN OR INACTIVE EMPLOYEE ID' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * The operator's ROLE must hold an active ROLE_ENTITLEMENTS row
      * for this program and function - ACTIVE_FLAG alone no longer
      * lets any active teller run any function. A denial carries its
      * own DENIED outcome into SECURITY_AUDIT_LOG so SECAUDRP can
      * show attempted overreach, not just failures.
       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'CARDMSTR'
                 AND FUNCTION_CODE = :WS-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-EMP-VALID
           ELSE
               MOVE 'Y' TO WS-AUTH-DENIED
               MOVE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * The last four digits come off the plastic the processor
      * embossed - the full card number never enters this system.
      * A blank cardholder defaults to the account's customer; anyone
      * else must hold the account through ACCOUNT_OWNERS, the same
      * authority TXNPOST checks before a named customer's debit.
       ISSUE-CARD.
           IF HV-ACCOUNT-ID = SPACES
                   OR HV-CARD-LAST4 NOT NUMERIC
               MOVE 'ACCOUNT AND CARD LAST FOUR DIGITS REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-ACCOUNT-FOR-CARD

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF HV-ACCOUNT-STATUS NOT = 'OPEN'
                   MOVE 'CARDS ARE ISSUED ONLY ON AN OPEN ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   IF HV-CUSTOMER-ID = SPACES
                       MOVE HV-ACCT-CUSTOMER-ID TO HV-CUSTOMER-ID
                   END-IF

                   PERFORM CHECK-CARDHOLDER-AUTHORITY

                   IF LK-RETURN-CODE = 00
                       PERFORM GENERATE-CARD-ID
                   END-IF

                   IF LK-RETURN-CODE = 00
                       MOVE HV-CARD-LAST4 TO HV-NEW-LAST4
                       PERFORM INSERT-CARD-ROW
                   END-IF

                   IF LK-RETURN-CODE = 00
                       MOVE HV-NEW-CARD-ID TO HV-CARD-ID LK-CARD-ID
                       MOVE 'CARD ISSUED' TO HV-INTERACTION-TYPE
                       MOVE 'N' TO HV-FOLLOWUP-FLAG
                       PERFORM LOG-CARD-INTERACTION
                   END-IF

                   IF LK-RETURN-CODE = 00
                       PERFORM READ-CARD
                       PERFORM RETURN-CARD-DETAILS
                       MOVE 'DEBIT CARD ISSUED' TO WS-RESPONSE
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-ACCOUNT-FOR-CARD.
           MOVE SPACES TO HV-ACCOUNT-STATUS HV-ACCT-CUSTOMER-ID

           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID
               INTO :HV-ACCOUNT-STATUS, :HV-ACCT-CUSTOMER-ID
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           END-IF.

       CHECK-CARDHOLDER-AUTHORITY.
           IF HV-CUSTOMER-ID NOT = HV-ACCT-CUSTOMER-ID
               EXEC SQL
                   SELECT 'X' INTO :HV-OWNER-FLAG
                   FROM ACCOUNT_OWNERS
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND REMOVED_AT IS NULL
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'CARDHOLDER HAS NO AUTHORITY ON THIS ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF.

      * CARD_ID is owned by the system, drawn from the CARD_CONTROL
      * one-row counter the way COMPLMNT draws complaint numbers.
       GENERATE-CARD-ID.
           EXEC SQL
               UPDATE CARD_CONTROL
               SET LAST_CARD_NUMBER = LAST_CARD_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING CARD NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_CARD_NUMBER INTO :HV-NEXT-NUMBER
                   FROM CARD_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING CARD NUMBER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-CARD-NUMBER
                   MOVE SPACES TO HV-NEW-CARD-ID
                   STRING 'CRD' WS-CARD-NUMBER
                       DELIMITED BY SIZE INTO HV-NEW-CARD-ID
                   END-STRING
               END-IF
           END-IF.

      * New plastic is good for three years from issue. Serves both
      * ISSUE and REPLACE: the new card's number and last four are
      * kept apart from the card being worked on, so a replacement
      * row goes in while the old card's fields are still in hand.
       INSERT-CARD-ROW.
           EXEC SQL
               INSERT INTO DEBIT_CARDS
                   (CARD_ID, ACCOUNT_ID, CUSTOMER_ID, CARD_LAST4,
                    CARD_STATUS, EXPIRY_DATE, ISSUED_BY, ISSUED_AT,
                    STATUS_CHANGED_BY, STATUS_CHANGED_AT,
                    REPLACES_CARD_ID)
               VALUES
                   (:HV-NEW-CARD-ID, :HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                    :HV-NEW-LAST4, 'ISSUED', CURRENT DATE + 3 YEARS,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP,
                    NULLIF(:HV-REPLACES-CARD-ID, ' '))
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING CARD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       READ-CARD.
           MOVE SPACES TO HV-ACCOUNT-ID HV-CUSTOMER-ID HV-CARD-LAST4
                          HV-CARD-STATUS HV-EXPIRY-DATE HV-REPLACED-BY
                          HV-PROC-STATUS

           EXEC SQL
               SELECT ACCOUNT_ID, CUSTOMER_ID, CARD_LAST4,
                      CARD_STATUS, EXPIRY_DATE,
                      COALESCE(REPLACED_BY_CARD_ID, ' '),
                      COALESCE(PROC_STATUS, ' ')
               INTO :HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-CARD-LAST4,
                    :HV-CARD-STATUS, :HV-EXPIRY-DATE,
                    :HV-REPLACED-BY, :HV-PROC-STATUS
               FROM DEBIT_CARDS
               WHERE CARD_ID = :HV-CARD-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'CARD NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING CARD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * Activation is the cardholder confirming receipt of the
      * plastic - nothing to tell the processor, which activates on
      * first PIN use.
       ACTIVATE-CARD.
           PERFORM READ-CARD

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CARD-STATUS NOT = 'ISSUED'
               MOVE 'ONLY AN ISSUED CARD CAN BE ACTIVATED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ACTIVE' TO HV-NEW-STATUS
               MOVE SPACES TO HV-PROC-ACTION
               MOVE 'CARD ACTIVATED' TO HV-INTERACTION-TYPE
               MOVE 'N' TO HV-FOLLOWUP-FLAG
               PERFORM APPLY-CARD-STATUS-CHANGE

               IF LK-RETURN-CODE = 00
                   MOVE 'DEBIT CARD ACTIVATED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * A temporary block - the customer has mislaid the card but
      * expects to find it. UNBLOCK puts it back in service.
       BLOCK-CARD.
           PERFORM READ-CARD

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CARD-STATUS NOT = 'ACTIVE'
               MOVE 'ONLY AN ACTIVE CARD CAN BE BLOCKED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'BLOCKED' TO HV-NEW-STATUS
               MOVE 'BLOCK' TO HV-PROC-ACTION
               MOVE 'CARD BLOCKED' TO HV-INTERACTION-TYPE
               MOVE 'N' TO HV-FOLLOWUP-FLAG
               PERFORM APPLY-CARD-STATUS-CHANGE

               IF LK-RETURN-CODE = 00
                   MOVE 'DEBIT CARD BLOCKED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       UNBLOCK-CARD.
           PERFORM READ-CARD

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CARD-STATUS NOT = 'BLOCKED'
               MOVE 'ONLY A BLOCKED CARD CAN BE UNBLOCKED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ACTIVE' TO HV-NEW-STATUS
               MOVE 'UNBLOCK' TO HV-PROC-ACTION
               MOVE 'CARD UNBLOCKED' TO HV-INTERACTION-TYPE
               MOVE 'N' TO HV-FOLLOWUP-FLAG
               PERFORM APPLY-CARD-STATUS-CHANGE

               IF LK-RETURN-CODE = 00
                   MOVE 'DEBIT CARD UNBLOCKED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * LOST and STOLEN are final - the card never comes back into
      * service, only a REPLACE gets the customer a working card.
      * The interaction is flagged for follow-up so someone checks
      * the account for card activity since the loss that may need
      * a TXNDSPT dispute.
       REPORT-LOST-OR-STOLEN.
           PERFORM READ-CARD

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CARD-STATUS NOT = 'ISSUED'
                   AND HV-CARD-STATUS NOT = 'ACTIVE'
                   AND HV-CARD-STATUS NOT = 'BLOCKED'
               MOVE 'CARD IS ALREADY OUT OF SERVICE'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               IF FUNC-LOST
                   MOVE 'LOST' TO HV-NEW-STATUS
                   MOVE 'LOST' TO HV-PROC-ACTION
                   MOVE 'CARD REPORTED LOST' TO HV-INTERACTION-TYPE
               ELSE
                   MOVE 'STOLEN' TO HV-NEW-STATUS
                   MOVE 'STOLEN' TO HV-PROC-ACTION
                   MOVE 'CARD REPORTED STOLEN' TO HV-INTERACTION-TYPE
               END-IF
               MOVE 'Y' TO HV-FOLLOWUP-FLAG
               PERFORM APPLY-CARD-STATUS-CHANGE

               IF LK-RETURN-CODE = 00
                   MOVE 'CARD STOPPED - REPORT SENT TO PROCESSOR'
                       TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The status guard on the UPDATE means a card someone else
      * changed since READ-CARD is a conflict rather than a silent
      * overwrite. The processor instruction and the interaction go
      * in the same unit of work; the MQ put goes last so nothing is
      * sent for a change that was rolled back.
       APPLY-CARD-STATUS-CHANGE.
           EXEC SQL
               UPDATE DEBIT_CARDS
               SET CARD_STATUS = :HV-NEW-STATUS,
                   STATUS_CHANGED_BY = :LK-EMPLOYEE-ID,
                   STATUS_CHANGED_AT = :HV-TIMESTAMP
               WHERE CARD_ID = :HV-CARD-ID
                 AND CARD_STATUS = :HV-CARD-STATUS
           END-EXEC

           IF SQLCODE = 100
               MOVE 'CARD WAS CHANGED BY ANOTHER USER - RETRY'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING CARD STATUS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-NEW-STATUS TO HV-CARD-STATUS

               IF HV-PROC-ACTION NOT = SPACES
                   PERFORM STAMP-PROCESSOR-INSTRUCTION
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM LOG-CARD-INTERACTION
               END-IF

               IF LK-RETURN-CODE = 00
                   IF HV-PROC-ACTION NOT = SPACES
                       PERFORM SEND-PROCESSOR-INSTRUCTION
                   END-IF
                   PERFORM RETURN-CARD-DETAILS
               END-IF
           END-IF
           END-IF.

      * The card remembers the last instruction sent and whether the
      * processor has confirmed it - MQRECVR's CARDACK handler flips
      * SENT to CONFIRMED or REJECTED against this action.
       STAMP-PROCESSOR-INSTRUCTION.
           EXEC SQL
               UPDATE DEBIT_CARDS
               SET PROC_ACTION = :HV-PROC-ACTION,
                   PROC_STATUS = 'SENT',
                   PROC_SENT_AT = :HV-TIMESTAMP,
                   PROC_CONFIRMED_AT = NULL,
                   PROC_REF = NULL
               WHERE CARD_ID = :HV-CARD-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING PROCESSOR INSTRUCTION'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE 'SENT' TO HV-PROC-STATUS
           END-IF.

       SEND-PROCESSOR-INSTRUCTION.
           MOVE 'CRM.CARD.PROCESSOR.QUEUE' TO WS-CARD-TARGET-QUEUE
           MOVE SPACES TO WS-CARD-MESSAGE-TEXT
           STRING 'CARDCTL CARD=' HV-CARD-ID
                  ' ACCOUNT=' HV-ACCOUNT-ID
                  ' LAST4=' HV-CARD-LAST4
                  ' ACTION=' HV-PROC-ACTION
                  ' NEWCARD=' HV-NEW-CARD-ID
                  ' AT=' HV-TIMESTAMP
               DELIMITED BY SIZE INTO WS-CARD-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-CARD-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-CARD-RETURN-CODE NOT = 00
               DISPLAY 'CARD INSTRUCTION HELD FOR RETRY, CARD: '
                   HV-CARD-ID
           END-IF.

      * The old card is stopped and a new one issued on the same
      * account to the same cardholder, linked both ways. A LOST or
      * STOLEN card keeps that status as the record of why it was
      * replaced; any other card becomes REPLACED. The processor gets
      * one REPLACE instruction naming both cards, which also stops
      * the old card if it was still live.
       REPLACE-CARD.
           MOVE SPACES TO HV-NEW-CARD-ID
           PERFORM READ-CARD

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF LK-CARD-LAST4 NOT NUMERIC
               MOVE 'LAST FOUR DIGITS OF THE NEW CARD REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-REPLACED-BY NOT = SPACES
                   OR HV-CARD-STATUS = 'REPLACED'
               MOVE 'CARD HAS ALREADY BEEN REPLACED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM GENERATE-CARD-ID

               IF LK-RETURN-CODE = 00
                   PERFORM RETIRE-REPLACED-CARD
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE 'REPLACE' TO HV-PROC-ACTION
                   PERFORM STAMP-PROCESSOR-INSTRUCTION
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE 'CARD REPLACED' TO HV-INTERACTION-TYPE
                   MOVE 'N' TO HV-FOLLOWUP-FLAG
                   PERFORM LOG-CARD-INTERACTION
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-CARD-ID TO HV-REPLACES-CARD-ID
                   MOVE LK-CARD-LAST4 TO HV-NEW-LAST4
                   PERFORM INSERT-CARD-ROW
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM SEND-PROCESSOR-INSTRUCTION
                   MOVE HV-NEW-CARD-ID TO LK-NEW-CARD-ID HV-CARD-ID
                   PERFORM READ-CARD
                   PERFORM RETURN-CARD-DETAILS
                   MOVE 'REPLACEMENT CARD ISSUED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       RETIRE-REPLACED-CARD.
           EXEC SQL
               UPDATE DEBIT_CARDS
               SET CARD_STATUS =
                       CASE WHEN CARD_STATUS IN ('LOST', 'STOLEN')
                            THEN CARD_STATUS
                            ELSE 'REPLACED'
                       END,
                   REPLACED_BY_CARD_ID = :HV-NEW-CARD-ID,
                   STATUS_CHANGED_BY = :LK-EMPLOYEE-ID,
                   STATUS_CHANGED_AT = :HV-TIMESTAMP
               WHERE CARD_ID = :HV-CARD-ID
                 AND CARD_STATUS = :HV-CARD-STATUS
                 AND REPLACED_BY_CARD_ID IS NULL
           END-EXEC

           IF SQLCODE = 100
               MOVE 'CARD WAS CHANGED BY ANOTHER USER - RETRY'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR RETIRING REPLACED CARD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * One interaction per card event, keyed to the cardholder.
      * The rep's own note rides along after the card reference.
       LOG-CARD-INTERACTION.
           MOVE SPACES TO HV-INTERACTION-NOTES
           STRING 'CARD ' HV-CARD-ID
                  ' ACCOUNT ' HV-ACCOUNT-ID
                  ' LAST4 ' HV-CARD-LAST4
                  ' - ' LK-NOTES
               DELIMITED BY SIZE INTO HV-INTERACTION-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED)
               VALUES
                   (:HV-CUSTOMER-ID, :LK-EMPLOYEE-ID,
                    :HV-INTERACTION-TYPE, :HV-INTERACTION-NOTES,
                    :HV-TIMESTAMP, :HV-FOLLOWUP-FLAG)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR LOGGING CARD INTERACTION' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       INQUIRE-CARD.
           PERFORM READ-CARD

           IF LK-RETURN-CODE = 00
               PERFORM RETURN-CARD-DETAILS
               MOVE 'CARD RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       RETURN-CARD-DETAILS.
           MOVE HV-ACCOUNT-ID   TO LK-ACCOUNT-ID
           MOVE HV-CUSTOMER-ID  TO LK-CUSTOMER-ID
           MOVE HV-CARD-LAST4   TO LK-CARD-LAST4
           MOVE HV-CARD-STATUS  TO LK-CARD-STATUS
           MOVE HV-EXPIRY-DATE  TO LK-EXPIRY-DATE
           MOVE HV-PROC-STATUS  TO LK-PROC-STATUS.

      * Every card on the account, newest first, including the
      * stopped and replaced ones - the rep handling a dispute needs
      * to see which plastic was live when.
       LIST-ACCOUNT-CARDS.
           MOVE ZERO TO LK-CARD-COUNT

           PERFORM READ-ACCOUNT-FOR-CARD

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   DECLARE ACARD_CUR CURSOR FOR
                   SELECT CARD_ID, CUSTOMER_ID, CARD_LAST4,
                          CARD_STATUS, EXPIRY_DATE
                   FROM DEBIT_CARDS
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                   ORDER BY ISSUED_AT DESC
               END-EXEC

               EXEC SQL OPEN ACARD_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH ACARD_CUR INTO
                           :HV-CARD-ID,
                           :HV-CUSTOMER-ID,
                           :HV-CARD-LAST4,
                           :HV-CARD-STATUS,
                           :HV-EXPIRY-DATE
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-CARD-ID
                           TO LK-RESULT-CARD-ID(WS-IDX)
                       MOVE HV-CUSTOMER-ID
                           TO LK-RESULT-CUSTOMER-ID(WS-IDX)
                       MOVE HV-CARD-LAST4
                           TO LK-RESULT-LAST4(WS-IDX)
                       MOVE HV-CARD-STATUS
                           TO LK-RESULT-STATUS(WS-IDX)
                       MOVE HV-EXPIRY-DATE
                           TO LK-RESULT-EXPIRY(WS-IDX)
                       ADD 1 TO LK-CARD-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE ACARD_CUR END-EXEC

               IF LK-CARD-COUNT = ZERO
                   MOVE 'NO CARDS ON FILE FOR THIS ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ACCOUNT CARDS RETRIEVED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

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
           END-IF

           IF LK-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-CUSTOMER-ID TO WS-IDN-ID
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

           EVALUATE TRUE
               WHEN AUTH-DENIED
                   MOVE 'DENIED' TO WS-SEC-OUTCOME
               WHEN RC-SUCCESS
                   MOVE 'SUCCESS' TO WS-SEC-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE' TO WS-SEC-OUTCOME
           END-EVALUATE

           IF LK-CARD-ID NOT = SPACES
               MOVE LK-CARD-ID TO WS-SEC-KEY
           ELSE
               MOVE LK-ACCOUNT-ID TO WS-SEC-KEY
           END-IF

           EXEC SQL
               INSERT INTO SECURITY_AUDIT_LOG
                   (EMPLOYEE_ID, FUNCTION_CODE, PRIMARY_KEY, OUTCOME,
                    LOGGED_AT)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :WS-SEC-KEY,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
