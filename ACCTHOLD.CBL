       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

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
           05  LK-HOLD-ID         PIC X(10).

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.
           MOVE HV-BALANCE TO LK-BALANCE
           COMPUTE LK-AVAILABLE-BALANCE = HV-BALANCE - HV-HOLD-TOTAL.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-ACCOUNT-ID TO WS-IDN-ID
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

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP

