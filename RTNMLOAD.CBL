       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RTNMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The print vendor's returned-mail file: one record per piece
      * the post office sent back, keyed by the customer and account
      * from the STMTVND / NOTCVND record it was printed from, with
      * the street and ZIP it was mailed to.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RTN-CUSTOMER-ID   PIC X(10).
           05  RTN-ACCOUNT-ID    PIC X(12).
           05  RTN-MAIL-TYPE     PIC X(08).
           05  RTN-RETURNED-DATE PIC X(10).
           05  RTN-REASON        PIC X(30).
           05  RTN-ADDR-STREET   PIC X(50).
           05  RTN-ADDR-POSTAL-CODE PIC X(10).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-RETURNED-DATE      PIC X(10).
       01  HV-MAIL-TYPE          PIC X(08).
       01  HV-RETURN-REASON      PIC X(30).
       01  HV-ADDRESS            PIC X(100).
       01  HV-ADDR-STREET        PIC X(50).
       01  HV-ADDR-POSTAL-CODE   PIC X(10).
       01  HV-MAIL-RETURNED      PIC X(01).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-TICKLER-OWNER      PIC X(08).
       01  HV-NOTES              PIC X(250).
       01  HV-ROW-COUNT          PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
           88  WS-FILE-EOF       VALUE '10'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-FLAGGED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-STALE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-STEP-FAILED        PIC X VALUE 'N'.
           88  STEP-FAILED           VALUE 'Y'.

       PROCEDURE DIVISION.

      * Loads the vendor's returned-mail file onto the RETURNED_MAIL
      * register, the batch side of RTNMAIL's branch entry. Each
      * return marks the customer's address undeliverable and puts
      * an address-update chase on the FOLLOWUP tickler, exactly as
      * a branch-recorded return does. Two returns are not flagged:
      *   - one the vendor has already sent (same customer, date and
      *     mail type on a VENDOR row) - a re-sent file is harmless;
      *   - one mailed to an address the customer has changed since
      *     (street or ZIP no longer match) - it is kept on the
      *     register for the record but born cleared.
      * Each return commits on its own, so one bad row does not cost
      * the rest of the file.
       MAIN-LOGIC.
           DISPLAY "STARTING RETURNED MAIL LOAD"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           OPEN INPUT RETURN-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING RETURNED MAIL FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'RETURNED MAIL LOAD FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               PERFORM UNTIL WS-FILE-EOF
                   READ RETURN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RTN-CUSTOMER-ID NOT = SPACES
                               ADD 1 TO WS-READ-COUNT
                               PERFORM LOAD-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RETURN-FILE

               IF WS-ERROR-COUNT = 0
                   MOVE 'RETURNED MAIL LOAD COMPLETE' TO WS-RESPONSE
               ELSE
                   MOVE 'RETURNED MAIL LOAD COMPLETED WITH ERRORS'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "RETURNS READ          : " WS-READ-COUNT
           DISPLAY "ADDRESSES FLAGGED     : " WS-FLAGGED-COUNT
           DISPLAY "ADDRESS ALREADY MOVED : " WS-STALE-COUNT
           DISPLAY "ALREADY ON REGISTER   : " WS-DUPLICATE-COUNT
           DISPLAY "UNKNOWN CUSTOMER      : " WS-REJECT-COUNT
           DISPLAY "ERRORS                : " WS-ERROR-COUNT

           MOVE WS-FLAGGED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       LOAD-ONE-RETURN.
           MOVE 'N' TO WS-STEP-FAILED
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE RTN-CUSTOMER-ID   TO HV-CUSTOMER-ID
           MOVE RTN-RETURNED-DATE TO HV-RETURNED-DATE
           MOVE RTN-MAIL-TYPE     TO HV-MAIL-TYPE
           MOVE RTN-REASON        TO HV-RETURN-REASON

           MOVE SPACES TO HV-ADDRESS HV-ADDR-STREET
                          HV-ADDR-POSTAL-CODE HV-RM-EMPLOYEE-ID
           MOVE 'N' TO HV-MAIL-RETURNED

           EXEC SQL
               SELECT COALESCE(ADDRESS, ' '),
                      COALESCE(ADDR_STREET, ' '),
                      COALESCE(ADDR_POSTAL_CODE, ' '),
                      COALESCE(MAIL_RETURNED, 'N'),
                      COALESCE(RM_EMPLOYEE_ID, ' ')
               INTO :HV-ADDRESS, :HV-ADDR-STREET,
                    :HV-ADDR-POSTAL-CODE, :HV-MAIL-RETURNED,
                    :HV-RM-EMPLOYEE-ID
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RETURN FOR UNKNOWN CUSTOMER: " HV-CUSTOMER-ID
                   " ACCOUNT: " RTN-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO HV-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-ROW-COUNT
               FROM RETURNED_MAIL
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND RETURNED_DATE = :HV-RETURNED-DATE
                 AND MAIL_TYPE = :HV-MAIL-TYPE
                 AND RETURN_SOURCE = 'VENDOR'
           END-EXEC

           IF HV-ROW-COUNT > ZERO
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF

           IF RTN-ADDR-STREET NOT = HV-ADDR-STREET
                   OR RTN-ADDR-POSTAL-CODE NOT = HV-ADDR-POSTAL-CODE
               PERFORM RECORD-STALE-RETURN
           ELSE
               PERFORM RECORD-VENDOR-RETURN
           END-IF

           IF STEP-FAILED
               ADD 1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * Mailed before the customer gave us the new address - nothing
      * to chase, but the register still shows the piece came back.
       RECORD-STALE-RETURN.
           MOVE SPACES TO HV-ADDRESS
           STRING FUNCTION TRIM(RTN-ADDR-STREET) DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  RTN-ADDR-POSTAL-CODE           DELIMITED BY SIZE
               INTO HV-ADDRESS
           END-STRING

           EXEC SQL
               INSERT INTO RETURNED_MAIL
                   (CUSTOMER_ID, RETURNED_DATE, MAIL_TYPE,
                    RETURN_REASON, ADDRESS_AS_MAILED,
                    RETURN_SOURCE, RECORDED_BY, RECORDED_AT,
                    CLEARED_AT, CLEARED_BY, CLEAR_REASON)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-RETURNED-DATE,
                    :HV-MAIL-TYPE, :HV-RETURN-REASON,
                    :HV-ADDRESS, 'VENDOR', 'RTNMLOAD', :HV-TIMESTAMP,
                    :HV-TIMESTAMP, 'RTNMLOAD',
                    'ADDRESS ALREADY CHANGED')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-STALE-COUNT
           ELSE
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR RECORDING RETURN, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF.

      * Register row, undeliverable flag and - unless one is already
      * open - the address chase, owned by the customer's active RM
      * or left on the RTNMLOAD tickler for the branch to work.
       RECORD-VENDOR-RETURN.
           EXEC SQL
               INSERT INTO RETURNED_MAIL
                   (CUSTOMER_ID, RETURNED_DATE, MAIL_TYPE,
                    RETURN_REASON, ADDRESS_AS_MAILED,
                    RETURN_SOURCE, RECORDED_BY, RECORDED_AT)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-RETURNED-DATE,
                    :HV-MAIL-TYPE, :HV-RETURN-REASON,
                    :HV-ADDRESS, 'VENDOR', 'RTNMLOAD', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR RECORDING RETURN, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF

           IF NOT STEP-FAILED AND HV-MAIL-RETURNED NOT = 'Y'
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET MAIL_RETURNED = 'Y'
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR FLAGGING ADDRESS, CUSTOMER: "
                       HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF

           IF NOT STEP-FAILED
               MOVE ZERO TO HV-ROW-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :HV-ROW-COUNT
                   FROM CUSTOMER_INTERACTIONS
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND INTERACTION_TYPE = 'RETURNED MAIL'
                     AND FOLLOWUP_REQUIRED = 'Y'
               END-EXEC

               IF HV-ROW-COUNT = ZERO
                   PERFORM RAISE-ADDRESS-FOLLOWUP
               END-IF
           END-IF

           IF NOT STEP-FAILED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       RAISE-ADDRESS-FOLLOWUP.
           MOVE 'RTNMLOAD' TO HV-TICKLER-OWNER

           IF HV-RM-EMPLOYEE-ID NOT = SPACES
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-TICKLER-OWNER
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'RTNMLOAD' TO HV-TICKLER-OWNER
               END-IF
           END-IF

           MOVE SPACES TO HV-NOTES
           STRING 'MAIL RETURNED ' HV-RETURNED-DATE
                  ' (' HV-MAIL-TYPE ') ' HV-RETURN-REASON
                  ' - OBTAIN CURRENT ADDRESS'
               DELIMITED BY SIZE INTO HV-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-TICKLER-OWNER,
                    'RETURNED MAIL', :HV-NOTES, :HV-TIMESTAMP,
                    'Y', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR RAISING ADDRESS FOLLOW-UP, CUSTOMER: "
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
                   ('RTNMLOAD', :HV-RUN-START, :HV-RUN-END,
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
