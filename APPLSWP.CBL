       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLSWP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-APPLICATION-ID     PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-PRODUCT-CODE       PIC X(20).
       01  HV-APP-STATUS         PIC X(10).
       01  HV-STATUS-DATE        PIC X(10).
       01  HV-CREATED-BY         PIC X(08).
       01  HV-TICKLER-OWNER      PIC X(08).
       01  HV-NOTE-KEY           PIC X(22).
       01  HV-OPEN-FOLLOWUPS     PIC S9(9) COMP-5.
       01  HV-STALE-DAYS         PIC S9(4) COMP-5.
       01  HV-NOTES              PIC X(250).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-STALLED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-RAISED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
      * The per-application tickler write issues its own SQL inside
      * the fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Read from BATCH_PARMS (APPLSWP rows): STALEDAYS is how long
      * an application may sit in one status before it is chased.
       01  WS-STALE-DAYS         PIC 9(02) VALUE 10.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

       PROCEDURE DIVISION.

      * Daily sweep of the ACCTAPPL application register. An
      * application that has sat in DRAFT, PENDDOCS, PENDAPPR or
      * APPROVED for longer than STALEDAYS goes onto the FOLLOWUP
      * tickler as an APPL PENDING item for the rep who took it -
      * the drawer the register replaced. Each item's notes begin
      * with the application number, which is how the sweep knows an
      * application is already being chased, and how it closes the
      * chase once the application is opened or withdrawn.
       MAIN-LOGIC.
           DISPLAY "STARTING ACCOUNT APPLICATION SWEEP"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           MOVE WS-STALE-DAYS TO HV-STALE-DAYS

           PERFORM CLOSE-FINISHED-CHASES

      * WITH HOLD so the per-application COMMIT below does not close
      * the driving cursor - the ACCRUAL pattern.
           EXEC SQL
               DECLARE APPSWP_CUR CURSOR WITH HOLD FOR
               SELECT APPLICATION_ID, CUSTOMER_ID, PRODUCT_CODE,
                      APP_STATUS, CHAR(DATE(STATUS_CHANGED_AT), ISO),
                      CREATED_BY
               FROM ACCOUNT_APPLICATIONS
               WHERE APP_STATUS IN ('DRAFT', 'PENDDOCS', 'PENDAPPR',
                                    'APPROVED')
                 AND STATUS_CHANGED_AT <
                         CURRENT TIMESTAMP - :HV-STALE-DAYS DAYS
               ORDER BY APPLICATION_ID
           END-EXEC

           EXEC SQL OPEN APPSWP_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH APPSWP_CUR INTO
                       :HV-APPLICATION-ID,
                       :HV-CUSTOMER-ID,
                       :HV-PRODUCT-CODE,
                       :HV-APP-STATUS,
                       :HV-STATUS-DATE,
                       :HV-CREATED-BY
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-STALLED-COUNT
                   PERFORM CHASE-ONE-APPLICATION
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "ERROR READING APPLICATIONS, SQLCODE: "
                           SQLCODE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE APPSWP_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF WS-ERROR-COUNT = 0
               MOVE 'ACCOUNT APPLICATION SWEEP COMPLETE'
                   TO WS-RESPONSE
           ELSE
               MOVE 'ACCOUNT APPLICATION SWEEP COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "STALE AFTER DAYS    : " WS-STALE-DAYS
           DISPLAY "STALLED APPLICATIONS: " WS-STALLED-COUNT
           DISPLAY "FOLLOW-UPS RAISED   : " WS-RAISED-COUNT
           DISPLAY "FOLLOW-UPS CLOSED   : " WS-CLEARED-COUNT
           DISPLAY "ERRORS              : " WS-ERROR-COUNT

           MOVE WS-RAISED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'STALEDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:2) NUMERIC
                   AND HV-PARM-VALUE(1:2) NOT = '00'
               MOVE HV-PARM-VALUE(1:2) TO WS-STALE-DAYS
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'APPLSWP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * A chase whose application has since been opened or withdrawn
      * has nothing left to chase, and is closed the way FOLLOWUP
      * closes one. The application number sits at position 13 of
      * the notes, after 'APPLICATION '.
       CLOSE-FINISHED-CHASES.
           EXEC SQL
               UPDATE CUSTOMER_INTERACTIONS
               SET FOLLOWUP_REQUIRED = 'N',
                   FOLLOWUP_COMPLETED_BY = 'APPLSWP',
                   FOLLOWUP_COMPLETED_AT = :HV-TIMESTAMP,
                   FOLLOWUP_DISPOSITION = 'APPLICATION CLOSED'
               WHERE INTERACTION_TYPE = 'APPL PENDING'
                 AND FOLLOWUP_REQUIRED = 'Y'
                 AND SUBSTR(INTERACTION_NOTES, 13, 10) IN
                     (SELECT APPLICATION_ID
                      FROM ACCOUNT_APPLICATIONS
                      WHERE APP_STATUS IN ('OPENED', 'WITHDRAWN'))
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-CLEARED-COUNT
               EXEC SQL COMMIT END-EXEC
           ELSE IF SQLCODE NOT = 100
               DISPLAY "ERROR CLOSING APPLICATION FOLLOW-UPS, SQLCODE: "
                   SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
           END-IF
           END-IF.

      * Only one open APPL PENDING chase per application. It goes to
      * the rep who took the application while that rep is active,
      * to the sweep otherwise.
       CHASE-ONE-APPLICATION.
           MOVE SPACES TO HV-NOTE-KEY
           STRING 'APPLICATION ' HV-APPLICATION-ID
               DELIMITED BY SIZE INTO HV-NOTE-KEY
           END-STRING
           MOVE ZERO TO HV-OPEN-FOLLOWUPS

           EXEC SQL
               SELECT COUNT(*) INTO :HV-OPEN-FOLLOWUPS
               FROM CUSTOMER_INTERACTIONS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND INTERACTION_TYPE = 'APPL PENDING'
                 AND FOLLOWUP_REQUIRED = 'Y'
                 AND SUBSTR(INTERACTION_NOTES, 1, 22) = :HV-NOTE-KEY
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING FOLLOW-UPS, APPLICATION: "
                   HV-APPLICATION-ID " SQLCODE: " SQLCODE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           IF HV-OPEN-FOLLOWUPS > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'APPLSWP' TO HV-TICKLER-OWNER
           IF HV-CREATED-BY NOT = SPACES
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-TICKLER-OWNER
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-CREATED-BY
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'APPLSWP' TO HV-TICKLER-OWNER
               END-IF
           END-IF

           MOVE SPACES TO HV-NOTES
           STRING HV-NOTE-KEY ' FOR ' HV-PRODUCT-CODE
                  ' ' HV-APP-STATUS ' SINCE ' HV-STATUS-DATE
                  ' - CHASE OUTSTANDING ITEMS OR WITHDRAW'
               DELIMITED BY SIZE INTO HV-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-TICKLER-OWNER,
                    'APPL PENDING', :HV-NOTES, :HV-TIMESTAMP,
                    'Y', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-RAISED-COUNT
               DISPLAY "APPLICATION STALLED: " HV-APPLICATION-ID
                   " " HV-APP-STATUS " SINCE " HV-STATUS-DATE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR RAISING FOLLOW-UP, APPLICATION: "
                   HV-APPLICATION-ID " SQLCODE: " SQLCODE
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('APPLSWP', :HV-RUN-START, :HV-RUN-END,
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
