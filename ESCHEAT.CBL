      * missing or empty ESCHPRM leaves the default in place.
       01  WS-ESCHEAT-MONTHS     PIC 9(03) VALUE 60.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the state remittance
      * record carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'ESCHEAT'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Second stage of the dormancy pipeline: DORMSCAN marks the
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "NO CUSTOMER_MASTER ROW FOR CUSTOMER: "
                   HV-CUSTOMER-ID " ACCOUNT: " HV-ACCOUNT-ID
           ELSE
               PERFORM RESOLVE-CUSTOMER-SSN
           END-IF.

      * A token the vault cannot resolve leaves the SSN blank
      * on the remittance record for the desk to complete.
       RESOLVE-CUSTOMER-SSN.
           MOVE HV-SSN TO WS-VAULT-TOKEN
           CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

           IF WS-VAULT-RETURN-CODE = 00
               MOVE WS-VAULT-SSN TO HV-SSN
           ELSE
               DISPLAY "SSN VAULT LOOKUP FAILED FOR CUSTOMER: "
                   HV-CUSTOMER-ID " RC: " WS-VAULT-RETURN-CODE
               MOVE SPACES TO HV-SSN
           END-IF.

       WRITE-REMIT-DETAIL.
