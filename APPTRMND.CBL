       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTRMND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-APPT-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-APPT-DATE          PIC X(10).
       01  HV-START-TIME         PIC X(05).
       01  HV-CHANNEL            PIC X(10).
       01  HV-REMINDER-STATUS    PIC X(10).
       01  HV-CONTEXT-TEXT       PIC X(100).
       01  HV-TODAY              PIC X(10).
       01  HV-ELEC-CUTOFF        PIC X(10).
       01  HV-MAIL-CUTOFF        PIC X(10).
       01  HV-ELEC-DAYS          PIC S9(4) COMP-5.
       01  HV-MAIL-DAYS          PIC S9(4) COMP-5.
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-SENT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-MAILED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STAMP-OK           PIC X VALUE 'N'.
           88  STAMP-OK              VALUE 'Y'.

      * How far ahead a reminder goes out, in days. An SMS or e-mail
      * goes the night before by default; a letter has to be in the
      * post sooner, so it goes for any booking within the mail
      * window. RMNDDAYS and MAILDAYS rows in BATCH_PARMS move them.
       01  WS-ELEC-DAYS          PIC 9(02) VALUE 1.
       01  WS-MAIL-DAYS          PIC 9(02) VALUE 5.

      * The per-appointment send issues its own work inside the
      * fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Commarea for the MQSENDR alert put.
       01  WS-MQSENDR-COMMAREA.
           05  WS-ALERT-TARGET-QUEUE PIC X(48).
           05  WS-ALERT-MESSAGE-TEXT PIC X(1024).
           05  WS-ALERT-RETURN-CODE  PIC 9(02).

       PROCEDURE DIVISION.

      * Appointment reminders for the BRANCH_APPOINTMENTS book APPTBOOK
      * keeps. Each BOOKED appointment is reminded once, on the best
      * channel the customer's CUSTOMER_CONSENT grants allow: SMS,
      * then e-mail, both as an MQ alert the way TXNALERT sends its
      * alerts; failing those a MAIL grant queues an APPTRMND letter
      * on NOTICE_QUEUE for NOTICEGEN. A customer with none of those
      * grants is not contacted - the appointment is stamped
      * SUPPRESSED so it is not looked at again and APPTREP can show
      * who was never reminded. Each reminder's stamp commits on its
      * own, so a rerun only picks up what is still unreminded.
       MAIN-LOGIC.
           DISPLAY "STARTING APPOINTMENT REMINDERS"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE HV-TIMESTAMP(1:10) TO HV-TODAY
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REMINDER-WINDOWS

      * WITH HOLD so the per-reminder COMMIT below does not close the
      * driving cursor - the NOTICEGEN pattern.
           EXEC SQL
               DECLARE RMND_CUR CURSOR WITH HOLD FOR
               SELECT A.APPT_ID, A.CUSTOMER_ID, A.BRANCH_ID,
                      CHAR(A.APPT_DATE, ISO),
                      SUBSTR(CHAR(A.START_TIME, ISO), 1, 5),
                      CASE WHEN EXISTS
                               (SELECT 1 FROM CUSTOMER_CONSENT CC
                                WHERE CC.CUSTOMER_ID = A.CUSTOMER_ID
                                  AND CC.CHANNEL = 'SMS'
                                  AND CC.CONSENT_FLAG = 'Y')
                           THEN 'SMS'
                           WHEN EXISTS
                               (SELECT 1 FROM CUSTOMER_CONSENT CC
                                WHERE CC.CUSTOMER_ID = A.CUSTOMER_ID
                                  AND CC.CHANNEL = 'EMAIL'
                                  AND CC.CONSENT_FLAG = 'Y')
                           THEN 'EMAIL'
                           WHEN EXISTS
                               (SELECT 1 FROM CUSTOMER_CONSENT CC
                                WHERE CC.CUSTOMER_ID = A.CUSTOMER_ID
                                  AND CC.CHANNEL = 'MAIL'
                                  AND CC.CONSENT_FLAG = 'Y')
                           THEN 'MAIL'
                           ELSE 'NONE' END
               FROM BRANCH_APPOINTMENTS A
               WHERE A.APPT_STATUS = 'BOOKED'
                 AND A.REMINDER_STATUS IS NULL
                 AND A.APPT_DATE > :HV-TODAY
                 AND A.APPT_DATE <= :HV-MAIL-CUTOFF
               ORDER BY A.APPT_DATE, A.START_TIME
           END-EXEC

           EXEC SQL OPEN RMND_CUR END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR OPENING APPOINTMENTS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               MOVE 'Y' TO WS-FETCH-DONE
           ELSE
               MOVE 'N' TO WS-FETCH-DONE
           END-IF

           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH RMND_CUR INTO
                       :HV-APPT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-BRANCH-ID,
                       :HV-APPT-DATE,
                       :HV-START-TIME,
                       :HV-CHANNEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM REMIND-ONE-APPOINTMENT
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "ERROR READING APPOINTMENTS, SQLCODE: "
                           SQLCODE
                       MOVE 'FAILURE' TO HV-RUN-STATUS
                   END-IF
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE RMND_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 'APPOINTMENT REMINDERS FAILED - SQL ERROR'
                   TO WS-RESPONSE
           ELSE IF WS-ERROR-COUNT > 0
               MOVE 'APPOINTMENT REMINDERS COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
           ELSE
               MOVE 'APPOINTMENT REMINDERS COMPLETE' TO WS-RESPONSE
           END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REMINDERS SENT     : " WS-SENT-COUNT
           DISPLAY "LETTERS QUEUED     : " WS-MAILED-COUNT
           DISPLAY "NO CONSENT         : " WS-SUPPRESSED-COUNT
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           COMPUTE HV-RUN-COUNT = WS-SENT-COUNT + WS-MAILED-COUNT
               + WS-SUPPRESSED-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * Window overrides must be two-digit day counts; anything else
      * leaves the default. The mail window never closes before the
      * electronic one.
       SET-REMINDER-WINDOWS.
           MOVE 'RMNDDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:2) NUMERIC
                   AND HV-PARM-VALUE(1:2) NOT = '00'
               MOVE HV-PARM-VALUE(1:2) TO WS-ELEC-DAYS
           END-IF

           MOVE 'MAILDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:2) NUMERIC
                   AND HV-PARM-VALUE(1:2) NOT = '00'
               MOVE HV-PARM-VALUE(1:2) TO WS-MAIL-DAYS
           END-IF

           IF WS-MAIL-DAYS < WS-ELEC-DAYS
               MOVE WS-ELEC-DAYS TO WS-MAIL-DAYS
           END-IF

           MOVE WS-ELEC-DAYS TO HV-ELEC-DAYS
           MOVE WS-MAIL-DAYS TO HV-MAIL-DAYS

           EXEC SQL
               SET :HV-ELEC-CUTOFF =
                   CHAR(DATE(:HV-TODAY) + :HV-ELEC-DAYS DAYS, ISO)
           END-EXEC

           EXEC SQL
               SET :HV-MAIL-CUTOFF =
                   CHAR(DATE(:HV-TODAY) + :HV-MAIL-DAYS DAYS, ISO)
           END-EXEC.

       READ-ONE-BATCH-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'APPTRMND'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-PARM-VALUE
           END-IF.

      * An SMS or e-mail reminder waits for its own, shorter window -
      * the row is left unstamped and comes round again tomorrow. A
      * customer with no usable grant is stamped as soon as the
      * electronic window opens, so a MAIL-only customer's letter
      * is never held back for it.
       REMIND-ONE-APPOINTMENT.
           EVALUATE HV-CHANNEL
               WHEN 'SMS'
               WHEN 'EMAIL'
                   IF HV-APPT-DATE <= HV-ELEC-CUTOFF
                       PERFORM SEND-APPOINTMENT-ALERT
                   END-IF
               WHEN 'MAIL'
                   PERFORM QUEUE-APPOINTMENT-LETTER
               WHEN OTHER
                   IF HV-APPT-DATE <= HV-ELEC-CUTOFF
                       MOVE 'SUPPRESSED' TO HV-REMINDER-STATUS
                       PERFORM STAMP-REMINDER
                       IF STAMP-OK
                           ADD 1 TO WS-SUPPRESSED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

      * A failed put still counts as sent - MQSENDR has already
      * stored the message for the MQRETRY sweep.
       SEND-APPOINTMENT-ALERT.
           MOVE 'CRM.CUSTOMER.ALERT.QUEUE' TO WS-ALERT-TARGET-QUEUE
           MOVE SPACES TO WS-ALERT-MESSAGE-TEXT
           STRING 'APPTRMND CUSTOMER=' HV-CUSTOMER-ID
                  ' CHANNEL=' HV-CHANNEL
                  ' APPOINTMENT=' HV-APPT-ID
                  ' DATE=' HV-APPT-DATE
                  ' TIME=' HV-START-TIME
                  ' BRANCH=' HV-BRANCH-ID
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-ALERT-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-ALERT-RETURN-CODE NOT = 00
               DISPLAY 'REMINDER PUT FAILED, STORED FOR RETRY, '
                   'APPOINTMENT: ' HV-APPT-ID
           END-IF

           MOVE 'SENT' TO HV-REMINDER-STATUS
           PERFORM STAMP-REMINDER
           IF STAMP-OK
               ADD 1 TO WS-SENT-COUNT
           END-IF.

       QUEUE-APPOINTMENT-LETTER.
           MOVE SPACES TO HV-CONTEXT-TEXT
           STRING 'APPOINTMENT ' HV-APPT-ID ' ON ' HV-APPT-DATE
                  ' AT ' HV-START-TIME ' BRANCH ' HV-BRANCH-ID
               DELIMITED BY SIZE INTO HV-CONTEXT-TEXT
           END-STRING

           EXEC SQL
               INSERT INTO NOTICE_QUEUE
                   (CUSTOMER_ID, TEMPLATE_CODE, CONTEXT_TEXT,
                    NOTICE_STATUS, QUEUED_AT)
               VALUES
                   (:HV-CUSTOMER-ID, 'APPTRMND', :HV-CONTEXT-TEXT,
                    'PENDING', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR QUEUING REMINDER LETTER, SQLCODE: "
                   SQLCODE " APPOINTMENT: " HV-APPT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE 'QUEUED' TO HV-REMINDER-STATUS
               PERFORM STAMP-REMINDER
               IF STAMP-OK
                   ADD 1 TO WS-MAILED-COUNT
               END-IF
           END-IF.

      * The stamp and any letter commit together; a failed stamp
      * backs the letter out and leaves the appointment for the next
      * run.
       STAMP-REMINDER.
           MOVE 'Y' TO WS-STAMP-OK

           EXEC SQL
               UPDATE BRANCH_APPOINTMENTS
               SET REMINDER_STATUS = :HV-REMINDER-STATUS,
                   REMINDER_CHANNEL = :HV-CHANNEL,
                   REMINDER_AT = :HV-TIMESTAMP
               WHERE APPT_ID = :HV-APPT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR STAMPING REMINDER, SQLCODE: " SQLCODE
                   " APPOINTMENT: " HV-APPT-ID
               ADD 1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'N' TO WS-STAMP-OK
           ELSE
               EXEC SQL COMMIT END-EXEC
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
                   ('APPTRMND', :HV-RUN-START, :HV-RUN-END,
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
