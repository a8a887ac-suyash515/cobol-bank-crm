       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCDSWP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-LATEST-EXPIRY      PIC X(10).
       01  HV-ID-DOC-EXPIRED     PIC X(01).
       01  HV-NEW-FLAG           PIC X(01).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-TICKLER-OWNER      PIC X(08).
       01  HV-OPEN-FOLLOWUPS     PIC S9(9) COMP-5.
       01  HV-WARN-DAYS          PIC S9(4) COMP-5.
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
       01  WS-TODAY              PIC X(10).
       01  WS-EXPIRED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-EXPIRING-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CUSTOMER-FAILED    PIC X VALUE 'N'.
           88  CUSTOMER-FAILED       VALUE 'Y'.
      * The per-customer flag and tickler writes issue their own SQL
      * inside the fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Read from BATCH_PARMS (KYCDSWP rows): WARNDAYS is how far
      * ahead of expiry the chase starts, so the customer is asked
      * for a renewed document while the old one still counts.
       01  WS-WARN-DAYS          PIC 9(03) VALUE 60.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

       PROCEDURE DIVISION.

      * Monthly identity-document expiry sweep over the KYCDOCS
      * register. A customer's cover is the latest expiry among
      * their active documents. Cover already run out sets
      * CUSTOMER_MASTER.ID_DOC_EXPIRED - the flag KYCSCORE adds
      * points for - and cover running out inside the warning
      * window does not; either way an ID DOCUMENT chase goes onto
      * the FOLLOWUP tickler unless one is already open. A customer
      * flagged earlier whose cover is now good again (a document
      * registered outside KYCDOCS' ADD) has the flag and chase
      * taken off. Customers with no document on the register at
      * all - converted before it existed - are picked up at their
      * next KYC review, not by this sweep.
       MAIN-LOGIC.
           DISPLAY "STARTING ID DOCUMENT EXPIRY SWEEP"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE HV-TIMESTAMP(1:10) TO WS-TODAY
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           MOVE WS-WARN-DAYS TO HV-WARN-DAYS

      * WITH HOLD so the per-customer COMMIT below does not close
      * the driving cursor - the ACCRUAL pattern.
           EXEC SQL
               DECLARE IDDOC_CUR CURSOR WITH HOLD FOR
               SELECT D.CUSTOMER_ID, CHAR(MAX(D.EXPIRY_DATE)),
                      COALESCE(C.ID_DOC_EXPIRED, 'N'),
                      COALESCE(C.RM_EMPLOYEE_ID, ' ')
               FROM IDENTITY_DOCUMENTS D, CUSTOMER_MASTER C
               WHERE D.CUSTOMER_ID = C.CUSTOMER_ID
                 AND D.DOC_STATUS = 'ACTIVE'
                 AND (C.RECORD_STATUS IS NULL
                      OR C.RECORD_STATUS NOT = 'CLOSED')
               GROUP BY D.CUSTOMER_ID, C.ID_DOC_EXPIRED,
                        C.RM_EMPLOYEE_ID
               HAVING MAX(D.EXPIRY_DATE) <=
                          CURRENT DATE + :HV-WARN-DAYS DAYS
                   OR COALESCE(C.ID_DOC_EXPIRED, 'N') = 'Y'
               ORDER BY D.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN IDDOC_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH IDDOC_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-LATEST-EXPIRY,
                       :HV-ID-DOC-EXPIRED,
                       :HV-RM-EMPLOYEE-ID
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SWEEP-ONE-CUSTOMER
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE IDDOC_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF WS-ERROR-COUNT = 0
               MOVE 'ID DOCUMENT EXPIRY SWEEP COMPLETE' TO WS-RESPONSE
           ELSE
               MOVE 'ID DOCUMENT EXPIRY SWEEP COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "WARNING WINDOW DAYS : " WS-WARN-DAYS
           DISPLAY "DOCUMENTS EXPIRED   : " WS-EXPIRED-COUNT
           DISPLAY "DOCUMENTS EXPIRING  : " WS-EXPIRING-COUNT
           DISPLAY "FLAGS CLEARED       : " WS-CLEARED-COUNT
           DISPLAY "ERRORS              : " WS-ERROR-COUNT

           COMPUTE HV-RUN-COUNT = WS-EXPIRED-COUNT + WS-EXPIRING-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
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
               WHERE PROGRAM_NAME = 'KYCDSWP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * Expired, expiring, or flagged and now good again - the flag
      * change and the tickler write commit together per customer.
       SWEEP-ONE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FAILED

           IF HV-LATEST-EXPIRY < WS-TODAY
               MOVE 'Y' TO HV-NEW-FLAG
           ELSE
               MOVE 'N' TO HV-NEW-FLAG
           END-IF

           IF HV-NEW-FLAG NOT = HV-ID-DOC-EXPIRED
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET ID_DOC_EXPIRED = :HV-NEW-FLAG
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-CUSTOMER-FAILED
                   DISPLAY "ERROR SETTING ID FLAG, CUSTOMER: "
                       HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF

           IF NOT CUSTOMER-FAILED
               IF HV-ID-DOC-EXPIRED = 'Y' AND HV-NEW-FLAG = 'N'
                   PERFORM CLOSE-DOCUMENT-CHASE
               ELSE
                   PERFORM RAISE-DOCUMENT-CHASE
               END-IF
           END-IF

           IF CUSTOMER-FAILED
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * Only one open ID DOCUMENT chase per customer. The chase goes
      * to the customer's relationship manager while that RM is
      * active, to the sweep otherwise.
       RAISE-DOCUMENT-CHASE.
           MOVE ZERO TO HV-OPEN-FOLLOWUPS

           EXEC SQL
               SELECT COUNT(*) INTO :HV-OPEN-FOLLOWUPS
               FROM CUSTOMER_INTERACTIONS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND INTERACTION_TYPE = 'ID DOCUMENT'
                 AND FOLLOWUP_REQUIRED = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-CUSTOMER-FAILED
               DISPLAY "ERROR READING FOLLOW-UPS, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF

           IF HV-OPEN-FOLLOWUPS > ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE 'KYCDSWP' TO HV-TICKLER-OWNER
           IF HV-RM-EMPLOYEE-ID NOT = SPACES
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-TICKLER-OWNER
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'KYCDSWP' TO HV-TICKLER-OWNER
               END-IF
           END-IF

           MOVE SPACES TO HV-NOTES
           IF HV-NEW-FLAG = 'Y'
               STRING 'ID DOCUMENT EXPIRED ' HV-LATEST-EXPIRY
                      ' - OBTAIN AND VERIFY A CURRENT DOCUMENT'
                   DELIMITED BY SIZE INTO HV-NOTES
               END-STRING
           ELSE
               STRING 'ID DOCUMENT EXPIRES ' HV-LATEST-EXPIRY
                      ' - OBTAIN AND VERIFY A RENEWED DOCUMENT'
                   DELIMITED BY SIZE INTO HV-NOTES
               END-STRING
           END-IF

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-TICKLER-OWNER,
                    'ID DOCUMENT', :HV-NOTES, :HV-TIMESTAMP,
                    'Y', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               IF HV-NEW-FLAG = 'Y'
                   ADD 1 TO WS-EXPIRED-COUNT
                   DISPLAY "ID DOCUMENT EXPIRED, CUSTOMER: "
                       HV-CUSTOMER-ID " ON " HV-LATEST-EXPIRY
               ELSE
                   ADD 1 TO WS-EXPIRING-COUNT
                   DISPLAY "ID DOCUMENT EXPIRING, CUSTOMER: "
                       HV-CUSTOMER-ID " ON " HV-LATEST-EXPIRY
               END-IF
           ELSE
               MOVE 'Y' TO WS-CUSTOMER-FAILED
               DISPLAY "ERROR RAISING ID FOLLOW-UP, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF.

      * Cover is good again: the flag has come off above, and the
      * open chase is closed the way FOLLOWUP closes one.
       CLOSE-DOCUMENT-CHASE.
           EXEC SQL
               UPDATE CUSTOMER_INTERACTIONS
               SET FOLLOWUP_REQUIRED = 'N',
                   FOLLOWUP_COMPLETED_BY = 'KYCDSWP',
                   FOLLOWUP_COMPLETED_AT = :HV-TIMESTAMP,
                   FOLLOWUP_DISPOSITION = 'CURRENT ID ON FILE'
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND INTERACTION_TYPE = 'ID DOCUMENT'
                 AND FOLLOWUP_REQUIRED = 'Y'
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               ADD 1 TO WS-CLEARED-COUNT
           ELSE
               MOVE 'Y' TO WS-CUSTOMER-FAILED
               DISPLAY "ERROR CLOSING ID FOLLOW-UP, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
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
                   ('KYCDSWP', :HV-RUN-START, :HV-RUN-END,
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
