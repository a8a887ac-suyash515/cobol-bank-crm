       01  HV-STOP-FEE           PIC S9(9)V99 COMP-3.
       01  HV-FEE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-SCHED-FEE          PIC S9(9)V99 COMP-3.
       01  HV-PLACED-AT          PIC X(26).
       01  HV-RELEASED-AT        PIC X(26).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

      * Stop-payment fee: the FEE_SCHEDULE row for fee code STOPPAY
      * in force today, as TXNPOST prices its NSF fee. Without one,
      * the older whole-dollar STOPFEE row in BATCH_PARMS (STOPPAY
      * program) applies, then the default here.
       01  WS-STOP-FEE           PIC S9(9)V99 COMP-3 VALUE 30.00.
       01  WS-FEE-DOLLARS        PIC 9(05).

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
           05  LK-STOP-ID         PIC X(10).

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

               IF LK-RETURN-CODE = 00
                   PERFORM READ-STOP-FEE-PARM
                   PERFORM READ-STOP-FEE-SCHEDULE
                   MOVE WS-STOP-FEE TO HV-STOP-FEE

                   EXEC SQL

       READ-STOP-ACCOUNT.
           MOVE SPACES TO HV-ACCOUNT-STATUS HV-CUSTOMER-ID
                          HV-ACCOUNT-TYPE

           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID, ACCOUNT_TYPE
               INTO :HV-ACCOUNT-STATUS, :HV-CUSTOMER-ID,
                    :HV-ACCOUNT-TYPE
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC
               MOVE WS-FEE-DOLLARS TO WS-STOP-FEE
           END-IF.

      * Product row before the ALL row, latest effective date first.
       READ-STOP-FEE-SCHEDULE.
           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'STOPPAY'
                 AND PRODUCT_CODE IN (:HV-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :HV-TXN-DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-SCHED-FEE TO WS-STOP-FEE
           END-IF.

      * The stop fee posts through the same insert-plus-balance
      * pairing as any other transaction - the register row, the fee
      * row and the balance update commit together or the whole
           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, FEE_CODE)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                       :HV-TXN-DATE, 'FEE', :HV-FEE-AMOUNT,
                       'STOP PAYMENT FEE', 'STOPPAY')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'STOP PAYMENTS RETRIEVED' TO WS-RESPONSE
           END-IF.

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

