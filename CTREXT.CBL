       01  WS-NEAR-THRESHOLD     PIC 9(9)V99.
       01  WS-PARM-DOLLARS       PIC 9(07).

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the CTR record
      * carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'CTREXT'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Aggregates today's cash-type TRANSACTIONS (deposits and
               DISPLAY "NO CUSTOMER_MASTER ROW FOR CUSTOMER: "
                   HV-CUSTOMER-ID " - CASH TOTAL " HV-CASH-TOTAL
           ELSE IF HV-CASH-TOTAL >= WS-CTR-THRESHOLD
               PERFORM RESOLVE-CUSTOMER-SSN
               PERFORM WRITE-CTR-RECORD
           ELSE
               PERFORM WRITE-AML-RECORD
           END-IF
           END-IF.

      * A token the vault cannot resolve leaves the SSN blank
      * on the filing record for the desk to complete.
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

       WRITE-CTR-RECORD.
           MOVE SPACES TO CTR-RECORD
           MOVE WS-REPORT-DATE      TO CTR-REPORT-DATE
           WRITE CTR-RECORD
           ADD 1 TO WS-CTR-COUNT.

      * The supplement is also kept in AML_NEAR_THRESHOLD, one row
      * per customer per day, which is where AMLSWP picks it up to
      * open or feed the customer's investigation case. A rerun on
      * the same day refreshes the row - the STRUCTURING_CASES
      * upsert pattern.
       WRITE-AML-RECORD.
           MOVE SPACES TO AML-RECORD
           MOVE WS-REPORT-DATE TO AML-REPORT-DATE
           MOVE HV-CASH-TOTAL  TO AML-CASH-TOTAL
           MOVE HV-TXN-COUNT   TO AML-TXN-COUNT
           WRITE AML-RECORD
           ADD 1 TO WS-AML-COUNT

           EXEC SQL
               UPDATE AML_NEAR_THRESHOLD
               SET CASH_TOTAL = :HV-CASH-TOTAL,
                   TXN_COUNT = :HV-TXN-COUNT
               WHERE REPORT_DATE = :WS-REPORT-DATE
                 AND CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO AML_NEAR_THRESHOLD
                       (REPORT_DATE, CUSTOMER_ID, CASH_TOTAL,
                        TXN_COUNT)
                   VALUES
                       (:WS-REPORT-DATE, :HV-CUSTOMER-ID,
                        :HV-CASH-TOTAL, :HV-TXN-COUNT)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR RECORDING NEAR-THRESHOLD ROW, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
