           05  TAX-ADDR-POSTAL-CODE PIC X(10).
           05  TAX-INTEREST-PAID PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
      * Backup withholding ACCRUAL kept back from that interest in
      * the year - the federal-tax-withheld box on the form.
           05  TAX-WITHHELD      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

      * Customers whose interest must be reported but whose SSN is
      * blank or malformed - the backup-withholding follow-up starts
           05  EXC-INTEREST-PAID PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05  EXC-REASON        PIC X(20).
           05  EXC-WITHHELD      PIC S9(11)V99
                                 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-INTEREST-TOTAL     PIC S9(11)V99 COMP-3.
       01  HV-WITHHELD-TOTAL     PIC S9(11)V99 COMP-3.
       01  HV-TODAY              PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SSN                PIC X(11).
       01  HV-ADDR-STREET        PIC X(50).
       01  WS-FORM-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REGISTERED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ON-REGISTER        PIC X VALUE 'N'.
       01  WS-WITHHELD-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Tax year defaults to the completed prior calendar year; the
      * TAXYEAR row in BATCH_PARMS overrides it for reruns.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the tax-form record
      * carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'TAXEXT'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Year-end interest tax extract: every INTEREST-type
      * across all their accounts. Customers with a clean SSN go to
      * the tax-form extract; blank or malformed SSNs go to the
      * exception list with the interest figure they still owe a
      * form for. Backup withholding posted against the year's
      * interest is totalled alongside it, and an exception customer
      * not yet on the TAXPAYER_CERTIFICATION register is put there
      * as UNCERTIFIED, so ACCRUAL starts withholding from their
      * interest until the tax desk has a certification in hand.
       MAIN-LOGIC.
           DISPLAY "STARTING YEAR-END INTEREST TAX EXTRACT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO HV-RUN-START
           MOVE WS-TIMESTAMP(1:10) TO HV-TODAY
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM DERIVE-TAX-YEAR
           ELSE
               EXEC SQL
                   DECLARE TAX_CUR CURSOR FOR
                   SELECT CUSTOMER_ID,
                          SUM(CASE WHEN TXN_TYPE = 'INTEREST'
                                   THEN AMOUNT ELSE 0 END),
                          SUM(CASE WHEN TXN_TYPE = 'BACKUPWH'
                                   THEN 0 - AMOUNT ELSE 0 END)
                   FROM TRANSACTIONS
                   WHERE TXN_TYPE IN ('INTEREST', 'BACKUPWH')
                     AND TXN_DATE >= :HV-YEAR-FROM
                     AND TXN_DATE <= :HV-YEAR-TO
                   GROUP BY CUSTOMER_ID
                   HAVING SUM(CASE WHEN TXN_TYPE = 'INTEREST'
                                   THEN AMOUNT ELSE 0 END) > 0
                   ORDER BY CUSTOMER_ID
               END-EXEC

                   EXEC SQL
                       FETCH TAX_CUR INTO
                           :HV-CUSTOMER-ID,
                           :HV-INTEREST-TOTAL,
                           :HV-WITHHELD-TOTAL
                   END-EXEC

                   IF SQLCODE = 0

               EXEC SQL CLOSE TAX_CUR END-EXEC

               EXEC SQL COMMIT END-EXEC

               CLOSE TAX-FILE
               CLOSE EXCEPTION-FILE

           DISPLAY WS-RESPONSE
           DISPLAY "TAX FORMS EXTRACTED : " WS-FORM-COUNT
           DISPLAY "SSN EXCEPTIONS      : " WS-EXCEPTION-COUNT
           DISPLAY "NEWLY UNCERTIFIED   : " WS-REGISTERED-COUNT
           DISPLAY "BACKUP WITHHELD     : " WS-WITHHELD-TOTAL
           DISPLAY "ERRORS              : " WS-ERROR-COUNT

           COMPUTE HV-RUN-COUNT = WS-FORM-COUNT + WS-EXCEPTION-COUNT
               DISPLAY "NO CUSTOMER_MASTER ROW FOR CUSTOMER: "
                   HV-CUSTOMER-ID
           ELSE
               PERFORM RESOLVE-CUSTOMER-SSN
               PERFORM VALIDATE-SSN-SHAPE

               IF SSN-VALID
                   PERFORM WRITE-TAX-RECORD
               ELSE
                   PERFORM WRITE-EXCEPTION-RECORD
                   PERFORM REGISTER-UNCERTIFIED
               END-IF

               ADD HV-WITHHELD-TOTAL TO WS-WITHHELD-TOTAL
           END-IF.

      * An exception customer with no register row is entered as
      * UNCERTIFIED from today. One already on the register keeps
      * whatever the tax desk recorded - a customer certified on
      * paper whose number is simply mis-keyed is the desk's call,
      * not this run's.
       REGISTER-UNCERTIFIED.
           MOVE 'N' TO WS-ON-REGISTER

           EXEC SQL
               SELECT 'Y' INTO :WS-ON-REGISTER
               FROM TAXPAYER_CERTIFICATION
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TAXPAYER_CERTIFICATION
                       (CUSTOMER_ID, CERT_STATUS, UNCERTIFIED_DATE,
                        BNOTICE_COUNT, RECORDED_BY, RECORDED_AT)
                   VALUES
                       (:HV-CUSTOMER-ID, 'UNCERTIFIED', :HV-TODAY,
                        0, 'TAXEXT', :HV-RUN-START)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-REGISTERED-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR REGISTERING UNCERTIFIED CUSTOMER: "
                       HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * A token the vault cannot resolve leaves the SSN blank
      * and the customer goes to the exception file as SSN MISSING.
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

      * The form keys on a well-formed 999-99-9999: nine digits with
           MOVE HV-ADDR-STATE       TO TAX-ADDR-STATE
           MOVE HV-ADDR-POSTAL-CODE TO TAX-ADDR-POSTAL-CODE
           MOVE HV-INTEREST-TOTAL   TO TAX-INTEREST-PAID
           MOVE HV-WITHHELD-TOTAL   TO TAX-WITHHELD
           WRITE TAX-RECORD
           ADD 1 TO WS-FORM-COUNT.

           MOVE HV-SSN            TO EXC-SSN
           MOVE HV-INTEREST-TOTAL TO EXC-INTEREST-PAID
           MOVE WS-SSN-REASON     TO EXC-REASON
           MOVE HV-WITHHELD-TOTAL TO EXC-WITHHELD
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

