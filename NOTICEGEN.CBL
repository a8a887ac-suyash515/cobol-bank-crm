       01  HV-ADDR-CITY          PIC X(30).
       01  HV-ADDR-STATE         PIC X(02).
       01  HV-ADDR-POSTAL-CODE   PIC X(10).
       01  HV-EMAIL              PIC X(50).
       01  HV-MAIL-RETURNED      PIC X(01).
       01  HV-EMAIL-CONSENT      PIC X(01).
       01  HV-LOCATION           PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  WS-RESPONSE           PIC X(100).
       01  WS-SENT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-ENOTICE-COUNT      PIC 9(5) VALUE ZERO.
      * A customer whose address is on the returned-mail register is
      * not mailed: with a live EMAIL grant the notice goes out
      * electronically through MQSENDR, otherwise it stays on
      * NOTICE_QUEUE as HELD and is picked up again by the first run
      * after the address is corrected.
       01  WS-NOTICE-HELD        PIC X VALUE 'N'.
           88  NOTICE-HELD           VALUE 'Y'.
       01  WS-MQSENDR-COMMAREA.
           05  WS-NOTIFY-TARGET-QUEUE PIC X(48).
           05  WS-NOTIFY-MESSAGE-TEXT PIC X(1024).
           05  WS-NOTIFY-RETURN-CODE  PIC 9(02).
       01  WS-STEP-FAILED        PIC X VALUE 'N'.
           88  STEP-FAILED           VALUE 'Y'.
      * The per-notice merge and history writes issue their own SQL
                   SELECT NOTICE_SEQ, CUSTOMER_ID, TEMPLATE_CODE,
                          COALESCE(CONTEXT_TEXT, ' ')
                   FROM NOTICE_QUEUE
                   WHERE NOTICE_STATUS IN ('PENDING', 'HELD')
                   ORDER BY NOTICE_SEQ
               END-EXEC


           DISPLAY WS-RESPONSE
           DISPLAY "NOTICES GENERATED: " WS-SENT-COUNT
           DISPLAY "SENT ELECTRONIC  : " WS-ENOTICE-COUNT
           DISPLAY "HELD - RETURNED  : " WS-HELD-COUNT
           DISPLAY "ERRORS           : " WS-ERROR-COUNT

           MOVE WS-SENT-COUNT TO HV-RUN-COUNT
      * forever - the morning check can see what never went out.
       GENERATE-ONE-NOTICE.
           MOVE 'N' TO WS-STEP-FAILED
           MOVE 'N' TO WS-NOTICE-HELD
           MOVE 'NOTCVND' TO HV-LOCATION

           PERFORM READ-NOTICE-TEMPLATE

               PERFORM READ-NOTICE-CUSTOMER
           END-IF

           IF NOT STEP-FAILED AND HV-MAIL-RETURNED = 'Y'
               PERFORM ROUTE-RETURNED-NOTICE
           END-IF

           IF NOT STEP-FAILED AND NOT NOTICE-HELD
               IF HV-LOCATION = 'ENOTICE'
                   PERFORM SEND-ELECTRONIC-NOTICE
               ELSE
                   PERFORM WRITE-NOTICE-RECORD
               END-IF
               PERFORM RECORD-NOTICE-HISTORY
           END-IF

                   WHERE NOTICE_SEQ = :HV-NOTICE-SEQ
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           ELSE IF NOTICE-HELD
               ADD 1 TO WS-HELD-COUNT
               EXEC SQL
                   UPDATE NOTICE_QUEUE
                   SET NOTICE_STATUS = 'HELD'
                   WHERE NOTICE_SEQ = :HV-NOTICE-SEQ
               END-EXEC
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL
                   UPDATE NOTICE_QUEUE
                   ADD 1 TO WS-SENT-COUNT
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF
           END-IF.

       READ-NOTICE-TEMPLATE.

       READ-NOTICE-CUSTOMER.
           MOVE SPACES TO HV-NAME HV-ADDR-STREET HV-ADDR-CITY
                          HV-ADDR-STATE HV-ADDR-POSTAL-CODE HV-EMAIL
           MOVE 'N' TO HV-MAIL-RETURNED

           EXEC SQL
               SELECT NAME, ADDR_STREET, ADDR_CITY, ADDR_STATE,
                      ADDR_POSTAL_CODE, EMAIL,
                      COALESCE(MAIL_RETURNED, 'N')
               INTO :HV-NAME, :HV-ADDR-STREET, :HV-ADDR-CITY,
                    :HV-ADDR-STATE, :HV-ADDR-POSTAL-CODE,
                    :HV-EMAIL, :HV-MAIL-RETURNED
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC
                   HV-CUSTOMER-ID " NOTICE SEQ: " HV-NOTICE-SEQ
           END-IF.

      * The consent screen STMTGEN applies to a returned-mail
      * customer's statements: a live EMAIL grant and an address on
      * file route the notice electronically, anything else holds it.
       ROUTE-RETURNED-NOTICE.
           MOVE 'N' TO HV-EMAIL-CONSENT

           IF HV-EMAIL NOT = SPACES
               EXEC SQL
                   SELECT 'Y' INTO :HV-EMAIL-CONSENT
                   FROM CUSTOMER_CONSENT
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND CHANNEL = 'EMAIL'
                     AND CONSENT_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'N' TO HV-EMAIL-CONSENT
               END-IF
           END-IF

           IF HV-EMAIL-CONSENT = 'Y'
               MOVE 'ENOTICE' TO HV-LOCATION
           ELSE
               MOVE 'Y' TO WS-NOTICE-HELD
           END-IF.

      * The same merged text the vendor would print, put to the
      * online-banking notice queue. A failed put is already stored
      * by MQSENDR for the MQRETRY sweep, so the notice still counts
      * as sent.
       SEND-ELECTRONIC-NOTICE.
           MOVE 'CRM.ENOTICE.QUEUE' TO WS-NOTIFY-TARGET-QUEUE
           MOVE SPACES TO WS-NOTIFY-MESSAGE-TEXT
           STRING 'ENOTICE CUSTOMER=' HV-CUSTOMER-ID
                  ' EMAIL=' HV-EMAIL
                  ' TEMPLATE=' HV-TEMPLATE-CODE
                  ' TEXT='                        DELIMITED BY SIZE
                  FUNCTION TRIM(HV-TEMPLATE-TEXT) DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  FUNCTION TRIM(HV-CONTEXT-TEXT)  DELIMITED BY SIZE
               INTO WS-NOTIFY-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-NOTIFY-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-NOTIFY-RETURN-CODE NOT = 00
               DISPLAY "E-NOTICE PUT FAILED, LEFT FOR RETRY, SEQ: "
                   HV-NOTICE-SEQ
           END-IF

           ADD 1 TO WS-ENOTICE-COUNT.

      * The merged text is the template followed by the trigger's
      * context line - enough for the vendor to print a complete
      * letter body under the mailing block.
                    SENT_AT, LOCATION)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-TEMPLATE-CODE,
                    :HV-CONTEXT-TEXT, :HV-TIMESTAMP, :HV-LOCATION)
           END-EXEC

           IF SQLCODE NOT = 0
