       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSNCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-SSN                PIC X(11).
       01  HV-SSN-TOKEN          PIC X(11).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-MASTER-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-MALFORMED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
      * Each row's vault call and update issue their own SQL inside
      * the fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'TOKENIZE'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'SSNCONV'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * One-off conversion to tokenized SSNs: every clear SSN still
      * on CUSTOMER_MASTER, then every one still on the
      * CUSTOMER_AUDIT before-images, is put in SSN_VAULT through
      * SSNVAULT and replaced by its token. A value already
      * tokenized starts with 'T' and is skipped, so the job can be
      * stopped and rerun at any point. An SSN that is not
      * NNN-NN-NNNN cannot be vaulted; it is listed and left as it
      * is for the desk to correct (DQSCORE already fails it). Each
      * conversion commits on its own, vault row and update
      * together. LAST_UPDATED is not touched - the customer has not
      * changed, only how the number is held.
       MAIN-LOGIC.
           DISPLAY "STARTING SSN TOKEN CONVERSION"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM CONVERT-CUSTOMER-MASTER
           PERFORM CONVERT-CUSTOMER-AUDIT

           IF WS-ERROR-COUNT = 0
               MOVE 'SSN TOKEN CONVERSION COMPLETE' TO WS-RESPONSE
           ELSE
               MOVE 'SSN TOKEN CONVERSION COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CUSTOMERS CONVERTED   : " WS-MASTER-COUNT
           DISPLAY "AUDIT SSNS CONVERTED  : " WS-AUDIT-COUNT
           DISPLAY "MALFORMED, LEFT AS IS : " WS-MALFORMED-COUNT
           DISPLAY "ERRORS                : " WS-ERROR-COUNT

           COMPUTE HV-RUN-COUNT = WS-MASTER-COUNT + WS-AUDIT-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       CONVERT-CUSTOMER-MASTER.
           EXEC SQL
               DECLARE CONV_CUST_CUR CURSOR WITH HOLD FOR
               SELECT CUSTOMER_ID, SSN
               FROM CUSTOMER_MASTER
               WHERE SSN IS NOT NULL
                 AND SSN NOT = ' '
                 AND SSN NOT LIKE 'T%'
               ORDER BY CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN CONV_CUST_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH CONV_CUST_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-SSN
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CONVERT-ONE-CUSTOMER
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CONV_CUST_CUR END-EXEC.

       CONVERT-ONE-CUSTOMER.
           PERFORM TOKENIZE-SSN

           IF WS-VAULT-RETURN-CODE = 08
               DISPLAY "MALFORMED SSN, CUSTOMER: " HV-CUSTOMER-ID
           ELSE IF WS-VAULT-RETURN-CODE = 00
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET SSN = :HV-SSN-TOKEN
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND SSN = :HV-SSN
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-MASTER-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR CONVERTING CUSTOMER: "
                       HV-CUSTOMER-ID " SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF.

      * Before-images are converted by value: an SSN that has since
      * been corrected on the master still sits here in clear, and
      * every audit row carrying it takes the same token.
       CONVERT-CUSTOMER-AUDIT.
           EXEC SQL
               DECLARE CONV_AUD_CUR CURSOR WITH HOLD FOR
               SELECT DISTINCT SSN
               FROM CUSTOMER_AUDIT
               WHERE SSN IS NOT NULL
                 AND SSN NOT = ' '
                 AND SSN NOT LIKE 'T%'
           END-EXEC

           EXEC SQL OPEN CONV_AUD_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH CONV_AUD_CUR INTO
                       :HV-SSN
               END-EXEC

               IF SQLCODE = 0
                   PERFORM CONVERT-ONE-AUDIT-SSN
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CONV_AUD_CUR END-EXEC.

       CONVERT-ONE-AUDIT-SSN.
           MOVE SPACES TO HV-CUSTOMER-ID
           PERFORM TOKENIZE-SSN

           IF WS-VAULT-RETURN-CODE = 08
               DISPLAY "MALFORMED SSN ON CUSTOMER_AUDIT, LAST FOUR: "
                   HV-SSN(8:4)
           ELSE IF WS-VAULT-RETURN-CODE = 00
               EXEC SQL
                   UPDATE CUSTOMER_AUDIT
                   SET SSN = :HV-SSN-TOKEN
                   WHERE SSN = :HV-SSN
               END-EXEC

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-AUDIT-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR CONVERTING CUSTOMER_AUDIT SSN, "
                       "SQLCODE: " SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF.

       TOKENIZE-SSN.
           MOVE HV-SSN TO WS-VAULT-SSN
           MOVE SPACES TO WS-VAULT-TOKEN
           CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

           EVALUATE WS-VAULT-RETURN-CODE
               WHEN 00
                   MOVE WS-VAULT-TOKEN TO HV-SSN-TOKEN
               WHEN 08
                   ADD 1 TO WS-MALFORMED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "SSN VAULT ERROR, CUSTOMER: " HV-CUSTOMER-ID
                       " RC: " WS-VAULT-RETURN-CODE
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

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
                   ('SSNCONV', :HV-RUN-START, :HV-RUN-END,
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
