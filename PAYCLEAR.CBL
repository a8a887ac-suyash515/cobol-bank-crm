       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCLEAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO CLROUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One payment record per approved external payment, plus a
      * control trailer carrying the record count and amount total -
      * the same proof GLEXTRCT puts on the GL file, so the clearing
      * house can refuse a short file.
       FD  CLEARING-FILE.
       01  CLEARING-RECORD.
           05  CLR-RECORD-TYPE   PIC X(01).
               88  CLR-DETAIL        VALUE 'D'.
               88  CLR-TRAILER       VALUE 'T'.
           05  CLR-DETAIL-DATA.
               10  CLR-PAYMENT-ID    PIC X(12).
               10  CLR-VALUE-DATE    PIC X(10).
               10  CLR-ORIG-ROUTING  PIC X(09).
               10  CLR-ORIG-ACCOUNT  PIC X(12).
               10  CLR-PAYEE-ROUTING PIC X(09).
               10  CLR-PAYEE-ACCOUNT PIC X(17).
               10  CLR-PAYEE-NAME    PIC X(50).
               10  CLR-AMOUNT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  CLR-PAYMENT-REF   PIC X(35).
           05  CLR-TRAILER-DATA REDEFINES CLR-DETAIL-DATA.
               10  CLR-TRL-COUNT     PIC 9(09).
               10  CLR-TRL-TOTAL     PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(145).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PAYMENT-ID         PIC X(12).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-PAYEE-NAME         PIC X(50).
       01  HV-PAYEE-ROUTING      PIC X(09).
       01  HV-PAYEE-ACCOUNT      PIC X(17).
       01  HV-PAYMENT-REF        PIC X(35).
       01  HV-VALUE-DATE         PIC X(10).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-RECORD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
      * Each payment's SENT stamp is its own SQL inside the fetch
      * loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Our own routing number, stamped on every record as the
      * originating bank.
       01  WS-ORIG-ROUTING       PIC X(09) VALUE '123456780'.

       PROCEDURE DIVISION.

      * Writes every APPROVED external payment EXTPAY has booked to
      * the outbound clearing file and stamps it SENT. The money
      * already left the customer's account when the payment was
      * approved; this step only hands it to clearing. It runs on
      * business days only, so anything approved over a weekend or
      * holiday is simply still APPROVED and goes out on the next
      * cycle - the selection is by status, not by date. The SENT
      * stamps commit only once the file, trailer and all, is closed
      * - a run that dies partway leaves every payment APPROVED for
      * the rerun instead of half-sent.
       MAIN-LOGIC.
           DISPLAY "STARTING EXTERNAL PAYMENT CLEARING EXTRACT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE HV-RUN-START(1:10) TO HV-VALUE-DATE
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           OPEN OUTPUT CLEARING-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING CLEARING FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'CLEARING EXTRACT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               EXEC SQL
                   DECLARE CLR_CUR CURSOR FOR
                   SELECT PAYMENT_ID, ACCOUNT_ID, AMOUNT, PAYEE_NAME,
                          PAYEE_ROUTING, PAYEE_ACCOUNT,
                          COALESCE(PAYMENT_REF, ' ')
                   FROM EXTERNAL_PAYMENTS
                   WHERE PAY_STATUS = 'APPROVED'
                   ORDER BY PAYMENT_ID
               END-EXEC

               EXEC SQL OPEN CLR_CUR END-EXEC

               MOVE 'N' TO WS-FETCH-DONE
               PERFORM UNTIL FETCH-DONE
                   EXEC SQL
                       FETCH CLR_CUR INTO
                           :HV-PAYMENT-ID,
                           :HV-ACCOUNT-ID,
                           :HV-AMOUNT,
                           :HV-PAYEE-NAME,
                           :HV-PAYEE-ROUTING,
                           :HV-PAYEE-ACCOUNT,
                           :HV-PAYMENT-REF
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM WRITE-PAYMENT-RECORD
                   ELSE
                       MOVE 'Y' TO WS-FETCH-DONE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE CLR_CUR END-EXEC

               PERFORM WRITE-CLEARING-TRAILER

               CLOSE CLEARING-FILE

               IF WS-ERROR-COUNT NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'CLEARING EXTRACT FAILED - PAYMENTS LEFT OPEN'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   IF WS-RECORD-COUNT = 0
                       MOVE 'NO PAYMENTS TODAY, EMPTY FILE WRITTEN'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'CLEARING EXTRACT COMPLETE' TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "PAYMENTS WRITTEN   : " WS-RECORD-COUNT
           DISPLAY "AMOUNT TOTAL       : " WS-AMOUNT-TOTAL
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           MOVE WS-RECORD-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * The APPROVED guard on the stamp means a payment cancelled or
      * touched since the cursor opened is counted as an error, and
      * the rollback above keeps the whole file from being trusted.
       WRITE-PAYMENT-RECORD.
           EXEC SQL
               UPDATE EXTERNAL_PAYMENTS
               SET PAY_STATUS = 'SENT',
                   SENT_DATE = :HV-VALUE-DATE
               WHERE PAYMENT_ID = :HV-PAYMENT-ID
                 AND PAY_STATUS = 'APPROVED'
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR STAMPING PAYMENT SENT: " HV-PAYMENT-ID
                   " SQLCODE: " SQLCODE
           ELSE
               MOVE SPACES TO CLEARING-RECORD
               MOVE 'D' TO CLR-RECORD-TYPE
               MOVE HV-PAYMENT-ID    TO CLR-PAYMENT-ID
               MOVE HV-VALUE-DATE    TO CLR-VALUE-DATE
               MOVE WS-ORIG-ROUTING  TO CLR-ORIG-ROUTING
               MOVE HV-ACCOUNT-ID    TO CLR-ORIG-ACCOUNT
               MOVE HV-PAYEE-ROUTING TO CLR-PAYEE-ROUTING
               MOVE HV-PAYEE-ACCOUNT TO CLR-PAYEE-ACCOUNT
               MOVE HV-PAYEE-NAME    TO CLR-PAYEE-NAME
               MOVE HV-AMOUNT        TO CLR-AMOUNT
               MOVE HV-PAYMENT-REF   TO CLR-PAYMENT-REF
               WRITE CLEARING-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD HV-AMOUNT TO WS-AMOUNT-TOTAL
           END-IF.

       WRITE-CLEARING-TRAILER.
           MOVE SPACES TO CLEARING-RECORD
           MOVE 'T' TO CLR-RECORD-TYPE
           MOVE WS-RECORD-COUNT TO CLR-TRL-COUNT
           MOVE WS-AMOUNT-TOTAL TO CLR-TRL-TOTAL
           WRITE CLEARING-RECORD.

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
                   ('PAYCLEAR', :HV-RUN-START, :HV-RUN-END,
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
