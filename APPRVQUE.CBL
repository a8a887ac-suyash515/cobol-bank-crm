       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Commarea for the TXNPOST CALL an approved XFER or BACKVAL
      * triggers - same shape as its DFHCOMMAREA. The approver's
      * employee ID goes in, so the posting runs under the checker's
      * own entitlements and audit trail.
       01  WS-TXNPOST-COMMAREA.
           05  WS-TP-ACCOUNT-ID      PIC X(12).
           05  WS-TP-CUSTOMER-ID     PIC X(10).
           05  WS-TP-BRANCH-ID       PIC X(06).
           05  WS-TP-CHANNEL         PIC X(08).
           05  WS-TP-OVERRIDE-FLAG   PIC X(01).
           05  WS-TP-FEE-CODE        PIC X(08).
           05  WS-TP-RETURN-CODE     PIC 9(02).

      * Commarea for the ACCTMSTR CALL an approved REACT triggers.
           05  WS-AC-BRANCH-ID       PIC X(06).
           05  WS-AC-CHANNEL         PIC X(08).
           05  WS-AC-LAST-UPDATED    PIC X(26).
           05  WS-AC-MATURITY-DATE   PIC X(10).
           05  WS-AC-MATURITY-INSTR  PIC X(08).
           05  WS-AC-PAYOUT-ACCOUNT-ID PIC X(12).
           05  WS-AC-SETTLE-INTEREST PIC S9(9)V99.
           05  WS-AC-SETTLE-FEES     PIC S9(9)V99.
           05  WS-AC-SETTLE-PAYOUT   PIC S9(9)V99.
           05  WS-AC-CHEQUE-ID       PIC X(10).
           05  WS-AC-RETURN-CODE     PIC 9(02).

      * Commarea for the CUSTMRGE CALL an approved MERGE triggers.
           05  WS-CM-COUNT-RELATIONSHIPS   PIC 9(9).
           05  WS-CM-RETURN-CODE     PIC 9(02).

      * Commarea for the EXTPAY CALL an approved (RELEASE) or
      * rejected (CANCEL) external payment triggers.
       01  WS-EXTPAY-COMMAREA.
           05  WS-EP-PAYMENT-ID      PIC X(12).
           05  WS-EP-ACCOUNT-ID      PIC X(12).
           05  WS-EP-CUSTOMER-ID     PIC X(10).
           05  WS-EP-AMOUNT          PIC S9(9)V99.
           05  WS-EP-PAYEE-NAME      PIC X(50).
           05  WS-EP-PAYEE-ROUTING   PIC X(09).
           05  WS-EP-PAYEE-ACCOUNT   PIC X(17).
           05  WS-EP-PAYMENT-REF     PIC X(35).
           05  WS-EP-FUNCTION        PIC X(08).
           05  WS-EP-EMPLOYEE-ID     PIC X(08).
           05  WS-EP-PAY-STATUS      PIC X(10).
           05  WS-EP-APPROVAL-ID     PIC X(10).
           05  WS-EP-SCREEN-LIST     PIC X(20).
           05  WS-EP-NEW-BALANCE     PIC S9(9)V99.
           05  WS-EP-RETURN-CODE     PIC 9(02).

      * Commarea for the GLMAPMGT CALL an approved (APPLY) or
      * rejected (DECLIN) GL mapping change triggers.
       01  WS-GLMAPMGT-COMMAREA.
           05  WS-GM-MAP-ID          PIC X(10).
           05  WS-GM-TXN-TYPE        PIC X(10).
           05  WS-GM-ACCOUNT-TYPE    PIC X(20).
           05  WS-GM-BRANCH-ID       PIC X(06).
           05  WS-GM-GL-ACCOUNT      PIC X(12).
           05  WS-GM-EFFECTIVE-DATE  PIC X(10).
           05  WS-GM-FUNCTION        PIC X(06).
           05  WS-GM-EMPLOYEE-ID     PIC X(08).
           05  WS-GM-APPROVAL-ID     PIC X(10).
           05  WS-GM-MAP-COUNT       PIC 9(02).
           05  WS-GM-MAP-RESULTS OCCURS 10 TIMES.
               10  WS-GM-RES-MAP-ID       PIC X(10).
               10  WS-GM-RES-ACCOUNT-TYPE PIC X(20).
               10  WS-GM-RES-BRANCH-ID    PIC X(06).
               10  WS-GM-RES-GL-ACCOUNT   PIC X(12).
               10  WS-GM-RES-EFFECTIVE    PIC X(10).
               10  WS-GM-RES-STATUS       PIC X(10).
           05  WS-GM-RETURN-CODE     PIC 9(02).

      * Commarea for the CHGOFMGT CALL an approved (APPLY) or
      * rejected (DECLIN) charge-off triggers.
       01  WS-CHGOFMGT-COMMAREA.
           05  WS-CO-CHGOFF-ID       PIC X(10).
           05  WS-CO-ACCOUNT-ID      PIC X(12).
           05  WS-CO-FUNCTION        PIC X(06).
           05  WS-CO-EMPLOYEE-ID     PIC X(08).
           05  WS-CO-CHGOFF-STATUS   PIC X(10).
           05  WS-CO-CHGOFF-AMOUNT   PIC S9(9)V99.
           05  WS-CO-RECOVERED-AMOUNT PIC S9(9)V99.
           05  WS-CO-POSTED-AMOUNT   PIC S9(9)V99.
           05  WS-CO-RETURN-CODE     PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-APPROVAL-ID     PIC X(10).
               88  ACTION-XFER        VALUE 'XFER    '.
               88  ACTION-REACT       VALUE 'REACT   '.
               88  ACTION-MERGE       VALUE 'MERGE   '.
               88  ACTION-EXTPAY      VALUE 'EXTPAY  '.
               88  ACTION-GLMAP       VALUE 'GLMAP   '.
               88  ACTION-CHGOFF      VALUE 'CHGOFF  '.
               88  ACTION-BACKVAL     VALUE 'BACKVAL '.
           05  LK-TARGET-KEY-1    PIC X(12).
           05  LK-TARGET-KEY-2    PIC X(12).
           05  LK-AMOUNT          PIC S9(9)V99.
       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Maker-checker for the one-person actions the last exam
      * flagged: large transfers, REACT on dormant accounts,
      * customer merges, external payments over the dual-control
      * limit, GL account mapping changes, charge-offs over the
      * CHGOFF approval limit, and postings back-valued beyond
      * TXNPOST's BACKDAYS window. SUBMIT lands the request PENDING in
      * PENDING_APPROVALS; a DIFFERENT employee approves or rejects,
      * and only approval CALLs the actual TXNPOST, ACCTMSTR,
      * CUSTMRGE, EXTPAY, GLMAPMGT or CHGOFMGT work - under the
      * approver's own entitlements. The
      * who-initiated / who-approved pairing stays on the row.
       MAIN-LOGIC.
           MOVE LK-APPROVAL-ID  TO HV-APPROVAL-ID.

       SUBMIT-APPROVAL-REQUEST.
           IF NOT ACTION-XFER AND NOT ACTION-REACT
                   AND NOT ACTION-MERGE AND NOT ACTION-EXTPAY
                   AND NOT ACTION-GLMAP AND NOT ACTION-CHGOFF
                   AND NOT ACTION-BACKVAL
               MOVE 'ACTION MUST BE XFER/REACT/MERGE/EXTPAY/GLMAP/'
                   TO WS-RESPONSE
               MOVE 'CHGOFF/BACKVAL' TO WS-RESPONSE(46:)
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-TARGET-KEY-1 = SPACES
               MOVE 'TARGET KEY IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF (ACTION-XFER OR ACTION-MERGE OR ACTION-BACKVAL)
                   AND LK-TARGET-KEY-2 = SPACES
               MOVE 'SECOND TARGET KEY IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF (ACTION-XFER OR ACTION-EXTPAY OR ACTION-CHGOFF)
                   AND LK-AMOUNT NOT > ZERO
               MOVE 'POSITIVE AMOUNT REQUIRED FOR XFER, EXTPAY, CHGOFF'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF ACTION-BACKVAL AND LK-AMOUNT = ZERO
               MOVE 'NONZERO AMOUNT REQUIRED FOR BACKVAL'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

                   MOVE 00 TO WS-CM-RETURN-CODE
                   CALL 'CUSTMRGE' USING WS-CUSTMRGE-COMMAREA
                   MOVE WS-CM-RETURN-CODE TO WS-EXECUTE-RC
               WHEN 'EXTPAY  '
                   MOVE SPACES TO WS-EXTPAY-COMMAREA
                   MOVE HV-TARGET-KEY-1 TO WS-EP-PAYMENT-ID
                   MOVE 'RELEASE '      TO WS-EP-FUNCTION
                   MOVE LK-EMPLOYEE-ID  TO WS-EP-EMPLOYEE-ID
                   MOVE 00 TO WS-EP-RETURN-CODE
                   CALL 'EXTPAY' USING WS-EXTPAY-COMMAREA
                   MOVE WS-EP-RETURN-CODE TO WS-EXECUTE-RC
               WHEN 'GLMAP   '
                   MOVE SPACES TO WS-GLMAPMGT-COMMAREA
                   MOVE HV-TARGET-KEY-1(1:10) TO WS-GM-MAP-ID
                   MOVE 'APPLY '        TO WS-GM-FUNCTION
                   MOVE LK-EMPLOYEE-ID  TO WS-GM-EMPLOYEE-ID
                   MOVE 00 TO WS-GM-RETURN-CODE
                   CALL 'GLMAPMGT' USING WS-GLMAPMGT-COMMAREA
                   MOVE WS-GM-RETURN-CODE TO WS-EXECUTE-RC
               WHEN 'CHGOFF  '
                   MOVE SPACES TO WS-CHGOFMGT-COMMAREA
                   MOVE HV-TARGET-KEY-1(1:10) TO WS-CO-CHGOFF-ID
                   MOVE 'APPLY '        TO WS-CO-FUNCTION
                   MOVE LK-EMPLOYEE-ID  TO WS-CO-EMPLOYEE-ID
                   MOVE 00 TO WS-CO-RETURN-CODE
                   CALL 'CHGOFMGT' USING WS-CHGOFMGT-COMMAREA
                   MOVE WS-CO-RETURN-CODE TO WS-EXECUTE-RC
      * TARGET_KEY_1 is the account, TARGET_KEY_2 the value date;
      * the amount's sign makes it a deposit or a withdrawal.
               WHEN 'BACKVAL '
                   MOVE SPACES TO WS-TXNPOST-COMMAREA
                   MOVE HV-TARGET-KEY-1 TO WS-TP-ACCOUNT-ID
                   MOVE HV-TARGET-KEY-2(1:10) TO WS-TP-TXN-DATE
                   IF HV-AMOUNT > ZERO
                       MOVE 'DEPOSIT'    TO WS-TP-TXN-TYPE
                   ELSE
                       MOVE 'WITHDRAWAL' TO WS-TP-TXN-TYPE
                   END-IF
                   MOVE HV-AMOUNT       TO WS-TP-AMOUNT
                   MOVE HV-REASON       TO WS-TP-DESCRIPTION
                   MOVE 'POST    '      TO WS-TP-FUNCTION
                   MOVE LK-EMPLOYEE-ID  TO WS-TP-EMPLOYEE-ID
                   MOVE 00 TO WS-TP-RETURN-CODE
                   CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA
                   MOVE WS-TP-RETURN-CODE TO WS-EXECUTE-RC
               WHEN OTHER
                   MOVE 08 TO WS-EXECUTE-RC
           END-EVALUATE.

               IF SQLCODE = 0
                   MOVE 'REQUEST REJECTED' TO WS-RESPONSE
                   IF HV-ACTION-TYPE = 'EXTPAY  '
                       PERFORM CANCEL-EXTERNAL-PAYMENT
                   END-IF
                   IF HV-ACTION-TYPE = 'GLMAP   '
                       PERFORM DECLINE-GL-MAPPING
                   END-IF
                   IF HV-ACTION-TYPE = 'CHGOFF  '
                       PERFORM DECLINE-CHARGE-OFF
                   END-IF
               ELSE
                   MOVE 'REQUEST IS NO LONGER PENDING' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
           END-IF.
           DISPLAY WS-RESPONSE.

      * A rejected external payment is cancelled on its register too,
      * so it cannot sit PENDAPPR forever with no request behind it.
       CANCEL-EXTERNAL-PAYMENT.
           MOVE SPACES TO WS-EXTPAY-COMMAREA
           MOVE HV-TARGET-KEY-1 TO WS-EP-PAYMENT-ID
           MOVE 'CANCEL  '      TO WS-EP-FUNCTION
           MOVE LK-EMPLOYEE-ID  TO WS-EP-EMPLOYEE-ID
           MOVE 00 TO WS-EP-RETURN-CODE
           CALL 'EXTPAY' USING WS-EXTPAY-COMMAREA

           IF WS-EP-RETURN-CODE NOT = 00
               MOVE 'REQUEST REJECTED BUT PAYMENT CANCEL FAILED'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * A rejected GL mapping change is settled on the mapping row
      * too - a new row is refused, a deactivation leaves the row in
      * force - so nothing sits PENDING with no request behind it.
       DECLINE-GL-MAPPING.
           MOVE SPACES TO WS-GLMAPMGT-COMMAREA
           MOVE HV-TARGET-KEY-1(1:10) TO WS-GM-MAP-ID
           MOVE 'DECLIN'        TO WS-GM-FUNCTION
           MOVE LK-EMPLOYEE-ID  TO WS-GM-EMPLOYEE-ID
           MOVE 00 TO WS-GM-RETURN-CODE
           CALL 'GLMAPMGT' USING WS-GLMAPMGT-COMMAREA

           IF WS-GM-RETURN-CODE NOT = 00
               MOVE 'REQUEST REJECTED BUT MAPPING DECLINE FAILED'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * A rejected charge-off is refused on the CHARGE_OFFS register
      * too, so the account stays on the books with nothing waiting.
       DECLINE-CHARGE-OFF.
           MOVE SPACES TO WS-CHGOFMGT-COMMAREA
           MOVE HV-TARGET-KEY-1(1:10) TO WS-CO-CHGOFF-ID
           MOVE 'DECLIN'        TO WS-CO-FUNCTION
           MOVE LK-EMPLOYEE-ID  TO WS-CO-EMPLOYEE-ID
           MOVE 00 TO WS-CO-RETURN-CODE
           CALL 'CHGOFMGT' USING WS-CHGOFMGT-COMMAREA

           IF WS-CO-RETURN-CODE NOT = 00
               MOVE 'REQUEST REJECTED BUT CHARGE-OFF DECLINE FAILED'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

       LIST-PENDING-REQUESTS.
           MOVE ZERO TO LK-APR-COUNT

