       01  HV-ZIP5               PIC X(05).
       01  HV-POSTAL-FOUND       PIC X(01).
       01  HV-SSN                PIC X(11).
       01  HV-SSN-TOKEN          PIC X(11).
       01  HV-DUPLICATE-ID       PIC X(10).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-AUDIT-NAME         PIC X(50).
           88  FIELDS-ARE-VALID      VALUE 'Y'.
       01  WS-REJECT-REASON      PIC X(50).

      * Commarea for IDNUMBER - a customer number in the system's own
      * layout has to pass its check digit before it is looked up.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION   PIC X(08).
           05  WS-IDN-ID         PIC X(12).
           05  WS-IDN-RETURN-CODE PIC 9(02).

       01  WS-EMAIL-LOCAL        PIC X(50).
       01  WS-EMAIL-DOMAIN       PIC X(50).
       01  WS-AT-COUNT           PIC 9(02) VALUE ZERO.
       01  WS-AUDIT-FOUND        PIC X VALUE 'N'.
           88  AUDIT-IMAGE-FOUND     VALUE 'Y'.

      * A new customer's SSN is stored as its SSNVAULT token, the
      * same as a CREATE through CUSTMSTR.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'TOKENIZE'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'DATAIMPT'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
               IF SQLCODE = 0
                   PERFORM UPDATE-IMPORTED-CUSTOMER
               ELSE
                   PERFORM TOKENIZE-IMPORT-SSN

                   IF FIELDS-ARE-VALID
                       PERFORM CHECK-DUPLICATE-SSN
                   END-IF

                   IF NOT FIELDS-ARE-VALID
                       PERFORM WRITE-REJECT-RECORD
               MOVE 'CUSTOMER ID MISSING' TO WS-REJECT-REASON
           END-IF

           IF FIELDS-ARE-VALID
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE HV-CUSTOMER-ID TO WS-IDN-ID
               MOVE 00 TO WS-IDN-RETURN-CODE
               CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA
               IF WS-IDN-RETURN-CODE NOT = 00
                   MOVE 'N' TO WS-VALID-FIELDS
                   MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF FIELDS-ARE-VALID
               PERFORM VALIDATE-EMAIL-FIELD
           END-IF
               END-IF
           END-IF.

      * A malformed SSN is rejected like any other bad field; a vault
      * failure rejects the record for the rerun.
       TOKENIZE-IMPORT-SSN.
           MOVE SPACES TO HV-SSN-TOKEN

           IF HV-SSN NOT = SPACES
               MOVE HV-SSN TO WS-VAULT-SSN
               MOVE SPACES TO WS-VAULT-TOKEN
               CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

               EVALUATE WS-VAULT-RETURN-CODE
                   WHEN 00
                       MOVE WS-VAULT-TOKEN TO HV-SSN-TOKEN
                   WHEN 08
                       MOVE 'N' TO WS-VALID-FIELDS
                       MOVE 'SSN MUST BE NNN-NN-NNNN'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-FIELDS
                       MOVE 'SSN VAULT UNAVAILABLE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      * Same duplicate gate CHECK-DUPLICATE-SSN applies online: a
      * new customer whose SSN is already on file is rejected, not
      * quietly inserted as a second copy. Records with no SSN skip
               EXEC SQL
                   SELECT CUSTOMER_ID INTO :HV-DUPLICATE-ID
                   FROM CUSTOMER_MASTER
                   WHERE SSN IN (:HV-SSN-TOKEN, :HV-SSN)
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

                   (:HV-CUSTOMER-ID, :HV-NAME, :HV-ADDRESS,
                    :HV-ADDR-STREET, :HV-ADDR-CITY, :HV-ADDR-STATE,
                    :HV-ADDR-POSTAL-CODE,
                    :HV-PHONE, :HV-EMAIL, :HV-SSN-TOKEN,
                    :HV-DATE-OF-BIRTH, :HV-SEGMENT,
                    :HV-TIMESTAMP)
           END-EXEC
