           88  CONFIRM-PREVIEW   VALUE 'P'.
       01  WS-OPEN-ACCOUNT-FOUND PIC X VALUE 'N'.
           88  OPEN-ACCOUNT-FOUND    VALUE 'Y'.
       01  WS-BOX-RENTAL-FOUND   PIC X VALUE 'N'.
           88  BOX-RENTAL-FOUND      VALUE 'Y'.
       01  WS-LEGAL-HOLD-FOUND   PIC X VALUE 'N'.
           88  LEGAL-HOLD-FOUND      VALUE 'Y'.

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
           05  LK-CUSTOMER-ID    PIC X(10).
           MOVE LK-CONFIRM-FLAG TO WS-CONFIRMATION
           MOVE 00 TO LK-RETURN-CODE

           PERFORM CHECK-KEYED-NUMBERS

           IF NOT NUMBERS-ARE-VALID
               DISPLAY WS-RESPONSE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN CONFIRM-YES
                   PERFORM PURGE-CUSTOMER-DATA

           GOBACK.

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

       PREVIEW-PURGE-COUNTS.
           DISPLAY "PREVIEWING DATA PURGE FOR CUSTOMER: " HV-CUSTOMER-ID

           END-IF

           PERFORM CHECK-OPEN-ACCOUNTS
           PERFORM CHECK-BOX-RENTALS

           IF OPEN-ACCOUNT-FOUND
               MOVE 'CUSTOMER HAS OPEN ACCOUNTS, PURGE BLOCKED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF BOX-RENTAL-FOUND
               MOVE 'CUSTOMER RENTS A SAFE DEPOSIT BOX, PURGE BLOCKED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM ARCHIVE-AND-PURGE-INTERACTIONS
               IF LK-RETURN-CODE = 00
                   MOVE 'DATA PURGE FAILED - PARTIAL PURGE, SEE LOG'
                       TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

               MOVE 'N' TO WS-OPEN-ACCOUNT-FOUND
           END-IF.

      * A safe-deposit box is a live relationship too: while the
      * customer is a current renter or co-renter on a box that has
      * not been surrendered or drilled (SDBOXMGT), the purge is
      * blocked, so a box is never left behind a purged customer.
       CHECK-BOX-RENTALS.
           MOVE 'N' TO WS-BOX-RENTAL-FOUND
           EXEC SQL
               SELECT 'Y' INTO :WS-BOX-RENTAL-FOUND
               FROM SDB_RENTERS N, SDB_RENTALS R
               WHERE N.CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND N.REMOVED_AT IS NULL
                 AND R.BRANCH_ID = N.BRANCH_ID
                 AND R.BOX_NUMBER = N.BOX_NUMBER
                 AND R.RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-BOX-RENTAL-FOUND
           END-IF.

       ARCHIVE-AND-PURGE-INTERACTIONS.
           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS_ARCHIVE
