       01  HV-TXN-DATE           PIC X(10).
       01  HV-REDRESS-DESC       PIC X(100).
       01  HV-ACK-CONTEXT        PIC X(100).
       01  HV-SURVEY-CUSTOMER-ID PIC X(10).
       01  HV-SURVEY-STATUS      PIC X(10).
       01  HV-SURVEY-CONTEXT     PIC X(100).
       01  HV-SH-REASON-CODE     PIC X(10).
       01  HV-SH-NOTES           PIC X(100).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-COMPLAINT-NUMBER   PIC 9(07) VALUE ZERO.

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
           05  LK-COMPLAINT-ID       PIC X(10).
           05  LK-CORR-SUMMARY       PIC X(100).
           05  LK-REDRESS-ACCOUNT    PIC X(12).
           05  LK-REDRESS-AMOUNT     PIC S9(9)V99.
           05  LK-SPECIAL-HANDLING   PIC X(01).
           05  LK-SH-REASON-CODE     PIC X(10).
           05  LK-SH-NOTES           PIC X(100).
           05  LK-RETURN-CODE        PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
      * WRITE-DENIAL-AUDIT inside the gate.
           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               DISPLAY WS-RESPONSE
               GOBACK
           END-IF.
                   MOVE HV-COMPLAINT-ID TO LK-COMPLAINT-ID
                   MOVE 'COMPLAINT LOGGED SUCCESSFULLY' TO WS-RESPONSE
                   PERFORM QUEUE-ACKNOWLEDGMENT-NOTICE
                   PERFORM CHECK-SPECIAL-HANDLING
                   IF LK-SPECIAL-HANDLING = 'Y'
                       MOVE SPACES TO WS-RESPONSE
                       STRING 'COMPLAINT LOGGED - SPECIAL HANDLING: '
                              HV-SH-REASON-CODE
                           DELIMITED BY SIZE INTO WS-RESPONSE
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'ERROR LOGGING COMPLAINT' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
           END-IF.
           DISPLAY WS-RESPONSE.

      * A complaint from a customer on SPECHNDL's special-handling
      * register is handled with that in mind from the first
      * contact, so the latest active flag's reason and note come
      * back with the new complaint number.
       CHECK-SPECIAL-HANDLING.
           MOVE 'N' TO LK-SPECIAL-HANDLING
           MOVE SPACES TO LK-SH-REASON-CODE LK-SH-NOTES
           MOVE SPACES TO HV-SH-REASON-CODE HV-SH-NOTES

           EXEC SQL
               SELECT REASON_CODE, HANDLING_NOTES
               INTO :HV-SH-REASON-CODE, :HV-SH-NOTES
               FROM SPECIAL_HANDLING
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND FLAG_STATUS = 'ACTIVE'
               ORDER BY FLAG_SEQ DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y'               TO LK-SPECIAL-HANDLING
               MOVE HV-SH-REASON-CODE TO LK-SH-REASON-CODE
               MOVE HV-SH-NOTES       TO LK-SH-NOTES
           END-IF.

      * The statutory acknowledgment letter is queued the moment the
      * case opens - NOTICEGEN merges the CMPACK template and mails
      * it through the vendor, and COMPLAINT_CORRESPONDENCE plus

                   IF SQLCODE = 0
                       MOVE 'COMPLAINT RESOLVED' TO WS-RESPONSE
                       PERFORM QUEUE-SATISFACTION-SURVEY
                   ELSE
                       MOVE 'ERROR RESOLVING COMPLAINT' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
           END-IF.
           DISPLAY WS-RESPONSE.

      * Every resolution asks the customer whether they think it was
      * resolved. The survey is a solicitation, so it goes out only
      * on a live MAIL grant in CUSTOMER_CONSENT - NOTICEGEN posts
      * the CMPSURV letter the same way it posts the acknowledgment.
      * A customer without the grant still gets a COMPLAINT_SURVEYS
      * row, marked SUPPRESSED, so the monthly satisfaction report
      * can show how many resolutions went unasked. A case resolved
      * again after a reopen supersedes any survey still awaiting
      * an answer, so a late reply lands on the latest resolution.
      * The customer is read from the case - the RESLV commarea
      * need not carry it. Like the acknowledgment, a failure here
      * never fails the resolution.
       QUEUE-SATISFACTION-SURVEY.
           MOVE SPACES TO HV-SURVEY-CUSTOMER-ID
           MOVE SPACES TO HV-SURVEY-STATUS

           EXEC SQL
               SELECT C.CUSTOMER_ID,
                      CASE WHEN EXISTS
                               (SELECT 1 FROM CUSTOMER_CONSENT CC
                                WHERE CC.CUSTOMER_ID = C.CUSTOMER_ID
                                  AND CC.CHANNEL = 'MAIL'
                                  AND CC.CONSENT_FLAG = 'Y')
                           THEN 'SENT' ELSE 'SUPPRESSED' END
               INTO :HV-SURVEY-CUSTOMER-ID, :HV-SURVEY-STATUS
               FROM CUSTOMER_COMPLAINTS C
               WHERE C.COMPLAINT_ID = :HV-COMPLAINT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR READING SURVEY CONSENT, SQLCODE:'
                   SQLCODE
           ELSE
               EXEC SQL
                   UPDATE COMPLAINT_SURVEYS
                   SET SURVEY_STATUS = 'SUPERSEDED'
                   WHERE COMPLAINT_ID = :HV-COMPLAINT-ID
                     AND SURVEY_STATUS = 'SENT'
               END-EXEC

               EXEC SQL
                   INSERT INTO COMPLAINT_SURVEYS
                       (COMPLAINT_ID, CUSTOMER_ID, SURVEY_STATUS,
                        SENT_AT)
                   VALUES
                       (:HV-COMPLAINT-ID, :HV-SURVEY-CUSTOMER-ID,
                        :HV-SURVEY-STATUS, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY 'ERROR RECORDING SURVEY, SQLCODE:' SQLCODE
               ELSE IF HV-SURVEY-STATUS = 'SENT'
                   MOVE SPACES TO HV-SURVEY-CONTEXT
                   STRING 'PLEASE TELL US IF COMPLAINT ' HV-COMPLAINT-ID
                          ' WAS RESOLVED TO YOUR SATISFACTION'
                       DELIMITED BY SIZE INTO HV-SURVEY-CONTEXT
                   END-STRING

                   EXEC SQL
                       INSERT INTO NOTICE_QUEUE
                           (CUSTOMER_ID, TEMPLATE_CODE, CONTEXT_TEXT,
                            NOTICE_STATUS, QUEUED_AT)
                       VALUES
                           (:HV-SURVEY-CUSTOMER-ID, 'CMPSURV',
                            :HV-SURVEY-CONTEXT, 'PENDING',
                            :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY 'ERROR QUEUEING SURVEY, SQLCODE:'
                           SQLCODE
                   END-IF
               END-IF
               END-IF
           END-IF.

      * Reverses RESOLVE-COMPLAINT: back to OPEN, resolution and
      * resolved date cleared, and DATE_RECEIVED reset to today so
      * COMPLREP's SLA clock starts over. The reopen reason is
               MOVE 'COMPLAINT ASSIGNED' TO WS-RESPONSE
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-CUSTOMER-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF

           IF LK-REDRESS-ACCOUNT NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-REDRESS-ACCOUNT TO WS-IDN-ID
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

      * This program has no end-of-call security audit write, so an
      * authorization denial records itself directly - the DENIED
      * outcome is what SECAUDRP's overreach reporting keys on.
