       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLSWP.

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
       01  HV-ALERT-SOURCE       PIC X(08).
       01  HV-ALERT-KEY          PIC X(40).
       01  HV-ALERT-DATE         PIC X(10).
       01  HV-ALERT-AMOUNT       PIC S9(11)V99 COMP-3.
       01  HV-ALERT-DETAIL       PIC X(60).
       01  HV-FILING-DUE-DATE    PIC X(10).
       01  HV-CASE-STATUS        PIC X(08).
       01  HV-ASSIGNED-TO        PIC X(08).
       01  HV-DAYS-LEFT          PIC S9(9) COMP-5.
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-INTAKE-DAYS        PIC S9(9) COMP-5.
       01  HV-WARN-DAYS          PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-ALERT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CASE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-WARNED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CASE-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY     PIC -(9)9.99.
       01  WS-DAYS-DISPLAY       PIC -(4)9.
      * The per-alert case write issues its own SQL inside the fetch
      * loops, so the loops cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Intake and clock tuning, read from BATCH_PARMS (AMLSWP rows):
      * INTAKEDAYS is how far back an alert may be dated and still be
      * picked up, WARNDAYS how close to its filing deadline an open
      * case starts being chased every night. The 30 days from
      * detection to filing is the regulation's, not a parm.
       01  WS-INTAKE-DAYS        PIC 9(03) VALUE 7.
       01  WS-WARN-DAYS          PIC 9(03) VALUE 5.
       01  WS-FILING-DAYS        PIC 9(03) VALUE 30.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * Commarea passed to MQSENDR to push an AML alert to the
      * compliance queue, the way STRUCDET's SEND-STRUCTURING-ALERT
      * does.
       01  WS-MQSENDR-COMMAREA.
           05  WS-ALERT-TARGET-QUEUE  PIC X(48).
           05  WS-ALERT-MESSAGE-TEXT  PIC X(1024).
           05  WS-ALERT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Intake for the AML investigation desk. Four detectors raise
      * alerts in four places - STRUCDET's STRUCTURING_CASES,
      * CTREXT's near-threshold cash in AML_NEAR_THRESHOLD, RISKFLAG's
      * watchlist hits in RISK_FLAG_AUDIT and ACCANOM's access cases
      * against a customer's record in ACCESS_ANOMALY_CASES - and
      * this sweep folds them into one AML_CASES case per customer:
      * a customer with an unclosed case has the new alert added to
      * it, anyone else gets a new case. Each alert is linked once,
      * through AML_CASE_ALERTS, so a detector that keeps re-raising
      * the same hit does not pile duplicates onto the case.
      *
      * The filing clock starts at the first alert - the date the
      * bank knew - and a case must be disposed (and, if it is to be
      * filed, filed) within 30 days of it. Every open case inside
      * WARNDAYS of its deadline, or past it, is chased on the
      * compliance queue each night until AMLCASE closes it.
      *
      * The run is one unit of work: a failed write backs out the
      * whole night's intake, and the rerun links everything again.
       MAIN-LOGIC.
           DISPLAY "STARTING AML CASE INTAKE SWEEP"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS

           MOVE WS-INTAKE-DAYS TO HV-INTAKE-DAYS
           MOVE WS-WARN-DAYS   TO HV-WARN-DAYS

           DISPLAY "INTAKE WINDOW (DAYS): " WS-INTAKE-DAYS
               " WARN (DAYS): " WS-WARN-DAYS

           PERFORM INTAKE-NEW-ALERTS

           IF WS-ERROR-COUNT = 0
               PERFORM CHASE-FILING-CLOCK
           END-IF

           IF WS-ERROR-COUNT = 0
               EXEC SQL COMMIT END-EXEC
               MOVE 'AML CASE INTAKE COMPLETE' TO WS-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'AML CASE INTAKE FAILED - WORK BACKED OUT'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ALERTS LINKED         : " WS-ALERT-COUNT
           DISPLAY "CASES OPENED          : " WS-CASE-COUNT
           DISPLAY "CASES NEARING DEADLINE: " WS-WARNED-COUNT
           DISPLAY "CASES PAST DEADLINE   : " WS-OVERDUE-COUNT
           DISPLAY "ERRORS                : " WS-ERROR-COUNT

           MOVE WS-ALERT-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'INTAKEDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-INTAKE-DAYS
           END-IF

           MOVE 'WARNDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-WARN-DAYS
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'AMLSWP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * The four alert sources as one stream, oldest first per
      * customer so a new case's clock starts at its earliest alert.
      * Each alert carries its source and a key unique within the
      * source (the detector's own case timestamp, or the report
      * date for CTREXT). A household structuring case is an alert
      * against every member of the household; an access case
      * counts only where its key is a customer on file.
       INTAKE-NEW-ALERTS.
           EXEC SQL
               DECLARE AML_ALERT_CUR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, ALERT_SOURCE, ALERT_KEY,
                      CHAR(ALERT_DATE), ALERT_AMOUNT, ALERT_DETAIL
               FROM (
                   SELECT S.SCOPE_KEY AS CUSTOMER_ID,
                          'STRUCDET' AS ALERT_SOURCE,
                          CHAR(S.OPENED_AT) AS ALERT_KEY,
                          DATE(S.OPENED_AT) AS ALERT_DATE,
                          S.HIT_TOTAL AS ALERT_AMOUNT,
                          'STRUCTURING - CUSTOMER DEPOSITS'
                              AS ALERT_DETAIL
                   FROM STRUCTURING_CASES S
                   WHERE S.SCOPE_TYPE = 'CUSTOMER'
                     AND DATE(S.OPENED_AT)
                         >= CURRENT DATE - :HV-INTAKE-DAYS DAYS
                   UNION ALL
                   SELECT C.CUSTOMER_ID, 'STRUCDET',
                          'HH ' || S.SCOPE_KEY || ' '
                              || CHAR(S.OPENED_AT),
                          DATE(S.OPENED_AT), S.HIT_TOTAL,
                          'STRUCTURING - HOUSEHOLD ' || S.SCOPE_KEY
                   FROM STRUCTURING_CASES S, CUSTOMER_MASTER C
                   WHERE S.SCOPE_TYPE = 'HOUSEHOLD'
                     AND C.HOUSEHOLD_ID = S.SCOPE_KEY
                     AND DATE(S.OPENED_AT)
                         >= CURRENT DATE - :HV-INTAKE-DAYS DAYS
                   UNION ALL
                   SELECT N.CUSTOMER_ID, 'CTREXT',
                          CHAR(N.REPORT_DATE), N.REPORT_DATE,
                          N.CASH_TOTAL,
                          'NEAR-THRESHOLD CASH ACTIVITY'
                   FROM AML_NEAR_THRESHOLD N
                   WHERE N.REPORT_DATE
                         >= CURRENT DATE - :HV-INTAKE-DAYS DAYS
                   UNION ALL
                   SELECT R.CUSTOMER_ID, 'RISKFLAG',
                          CHAR(R.CHANGED_AT), DATE(R.CHANGED_AT), 0,
                          'WATCHLIST HIT - ' || R.MATCHED_LIST_TYPE
                   FROM RISK_FLAG_AUDIT R
                   WHERE R.MATCHED_LIST_TYPE IS NOT NULL
                     AND R.MATCHED_LIST_TYPE NOT = ' '
                     AND DATE(R.CHANGED_AT)
                         >= CURRENT DATE - :HV-INTAKE-DAYS DAYS
                   UNION ALL
                   SELECT C.CUSTOMER_ID, 'ACCANOM',
                          X.EMPLOYEE_ID || ' ' || CHAR(X.OPENED_AT),
                          DATE(X.OPENED_AT), 0,
                          'ACCESS ANOMALY ' || X.ANOMALY_TYPE
                              || ' BY ' || X.EMPLOYEE_ID
                   FROM ACCESS_ANOMALY_CASES X, CUSTOMER_MASTER C
                   WHERE C.CUSTOMER_ID = X.DETAIL_KEY
                     AND DATE(X.OPENED_AT)
                         >= CURRENT DATE - :HV-INTAKE-DAYS DAYS
               ) AS AL
               WHERE NOT EXISTS
                     (SELECT 1 FROM AML_CASE_ALERTS A
                      WHERE A.CUSTOMER_ID = AL.CUSTOMER_ID
                        AND A.ALERT_SOURCE = AL.ALERT_SOURCE
                        AND A.ALERT_KEY = AL.ALERT_KEY)
               ORDER BY CUSTOMER_ID, ALERT_DATE, ALERT_SOURCE
           END-EXEC

           EXEC SQL OPEN AML_ALERT_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH AML_ALERT_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-ALERT-SOURCE,
                       :HV-ALERT-KEY,
                       :HV-ALERT-DATE,
                       :HV-ALERT-AMOUNT,
                       :HV-ALERT-DETAIL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM LINK-ALERT-TO-CASE
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING AML ALERTS, SQLCODE: "
                           SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE AML_ALERT_CUR END-EXEC.

      * The customer's unclosed case takes the alert; with none, a
      * case is opened with the alert's date as its detection date.
      * The case keeps a running alert count and the amount the
      * alerts involve, which is what the filing reports.
       LINK-ALERT-TO-CASE.
           MOVE SPACES TO HV-CASE-ID

           EXEC SQL
               SELECT CASE_ID INTO :HV-CASE-ID
               FROM AML_CASES
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND CASE_STATUS NOT = 'CLOSED'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
               PERFORM OPEN-AML-CASE
           ELSE IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING AML CASE, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF
           END-IF

           IF HV-CASE-ID NOT = SPACES
               EXEC SQL
                   INSERT INTO AML_CASE_ALERTS
                       (CASE_ID, CUSTOMER_ID, ALERT_SOURCE, ALERT_KEY,
                        ALERT_DATE, ALERT_AMOUNT, ALERT_DETAIL,
                        LINKED_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-CUSTOMER-ID, :HV-ALERT-SOURCE,
                        :HV-ALERT-KEY, :HV-ALERT-DATE,
                        :HV-ALERT-AMOUNT, :HV-ALERT-DETAIL,
                        :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE AML_CASES
                       SET ALERT_COUNT = ALERT_COUNT + 1,
                           AMOUNT_INVOLVED = AMOUNT_INVOLVED
                                             + :HV-ALERT-AMOUNT,
                           LAST_ALERT_AT = :HV-TIMESTAMP
                       WHERE CASE_ID = :HV-CASE-ID
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   ADD 1 TO WS-ALERT-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LINKING ALERT TO CASE: " HV-CASE-ID
                       " SOURCE: " HV-ALERT-SOURCE
                       " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * CASE_ID is owned by the system, drawn from the
      * AML_CASE_CONTROL one-row counter the way COMPLMNT draws
      * complaint numbers.
       OPEN-AML-CASE.
           EXEC SQL
               UPDATE AML_CASE_CONTROL
               SET LAST_CASE_NUMBER = LAST_CASE_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_CASE_NUMBER INTO :HV-NEXT-NUMBER
                   FROM AML_CASE_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-NEXT-NUMBER TO WS-CASE-NUMBER
               STRING 'AML' WS-CASE-NUMBER
                   DELIMITED BY SIZE INTO HV-CASE-ID
               END-STRING

               EXEC SQL
                   INSERT INTO AML_CASES
                       (CASE_ID, CUSTOMER_ID, CASE_STATUS,
                        DETECTED_DATE, FILING_DUE_DATE, ALERT_COUNT,
                        AMOUNT_INVOLVED, OPENED_AT, LAST_ALERT_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-CUSTOMER-ID, 'OPEN',
                        :HV-ALERT-DATE,
                        DATE(:HV-ALERT-DATE) + 30 DAYS, 0, 0,
                        :HV-TIMESTAMP, :HV-TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO WS-CASE-COUNT
               PERFORM SEND-CASE-OPENED-ALERT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR OPENING AML CASE, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               MOVE SPACES TO HV-CASE-ID
           END-IF.

       SEND-CASE-OPENED-ALERT.
           MOVE HV-ALERT-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE 'CRM.COMPLIANCE.ALERT.QUEUE' TO WS-ALERT-TARGET-QUEUE
           MOVE SPACES TO WS-ALERT-MESSAGE-TEXT
           STRING 'AML CASE OPENED ' HV-CASE-ID
                  ' CUSTOMER=' HV-CUSTOMER-ID
                  ' SOURCE=' HV-ALERT-SOURCE
                  ' AMOUNT=' WS-AMOUNT-DISPLAY
                  ' DETECTED=' HV-ALERT-DATE
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-ALERT-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-ALERT-RETURN-CODE NOT = 00
               DISPLAY "ERROR SENDING AML CASE ALERT, CASE: "
                   HV-CASE-ID
           END-IF.

      * Every unclosed case inside the warning window or past its
      * deadline is pushed to the compliance queue with its days
      * left (negative once overdue), naming the investigator if
      * one holds it. A case awaiting an RFI answer is chased the
      * same - the clock does not stop for the customer.
       CHASE-FILING-CLOCK.
           EXEC SQL
               DECLARE AML_CLOCK_CUR CURSOR WITH HOLD FOR
               SELECT CASE_ID, CUSTOMER_ID, CASE_STATUS,
                      COALESCE(ASSIGNED_TO, ' '),
                      CHAR(FILING_DUE_DATE),
                      DAYS(FILING_DUE_DATE) - DAYS(CURRENT DATE)
               FROM AML_CASES
               WHERE CASE_STATUS NOT = 'CLOSED'
                 AND FILING_DUE_DATE
                     <= CURRENT DATE + :HV-WARN-DAYS DAYS
               ORDER BY FILING_DUE_DATE, CASE_ID
           END-EXEC

           EXEC SQL OPEN AML_CLOCK_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH AML_CLOCK_CUR INTO
                       :HV-CASE-ID,
                       :HV-CUSTOMER-ID,
                       :HV-CASE-STATUS,
                       :HV-ASSIGNED-TO,
                       :HV-FILING-DUE-DATE,
                       :HV-DAYS-LEFT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SEND-FILING-CLOCK-ALERT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING AML CASE CLOCK, SQLCODE: "
                           SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE AML_CLOCK_CUR END-EXEC.

       SEND-FILING-CLOCK-ALERT.
           IF HV-DAYS-LEFT < 0
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               ADD 1 TO WS-WARNED-COUNT
           END-IF
           MOVE HV-DAYS-LEFT TO WS-DAYS-DISPLAY

           MOVE 'CRM.COMPLIANCE.ALERT.QUEUE' TO WS-ALERT-TARGET-QUEUE
           MOVE SPACES TO WS-ALERT-MESSAGE-TEXT
           STRING 'AML FILING DEADLINE ' HV-CASE-ID
                  ' CUSTOMER=' HV-CUSTOMER-ID
                  ' STATUS=' HV-CASE-STATUS
                  ' OWNER=' HV-ASSIGNED-TO
                  ' DUE=' HV-FILING-DUE-DATE
                  ' DAYS LEFT=' WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-ALERT-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-ALERT-RETURN-CODE NOT = 00
               DISPLAY "ERROR SENDING FILING DEADLINE ALERT, CASE: "
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
                   ('AMLSWP', :HV-RUN-START, :HV-RUN-END,
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
