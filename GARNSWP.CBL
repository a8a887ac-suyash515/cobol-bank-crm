       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNSWP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO GARNOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Remittance record for treasury to pay each issuing authority
      * - the authority's own order number and the debtor's
      * identification, so the payment can be applied at the other
      * end - plus ESCHEAT's count and amount trailer.
       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05  RMT-RECORD-TYPE   PIC X(01).
               88  RMT-DETAIL        VALUE 'D'.
               88  RMT-TRAILER       VALUE 'T'.
           05  RMT-DETAIL-DATA.
               10  RMT-ORDER-ID      PIC X(10).
               10  RMT-ORDER-NUMBER  PIC X(20).
               10  RMT-ORDER-TYPE    PIC X(08).
               10  RMT-AUTHORITY     PIC X(50).
               10  RMT-CUSTOMER-ID   PIC X(10).
               10  RMT-NAME          PIC X(50).
               10  RMT-SSN           PIC X(11).
               10  RMT-AMOUNT        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05  RMT-TRAILER-DATA REDEFINES RMT-DETAIL-DATA.
               10  RMT-TRL-COUNT     PIC 9(09).
               10  RMT-TRL-TOTAL     PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(148).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ORDER-ID           PIC X(10).
       01  HV-ORDER-NUMBER       PIC X(20).
       01  HV-ORDER-TYPE         PIC X(08).
       01  HV-AUTHORITY          PIC X(50).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SSN                PIC X(11).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCT-CUSTOMER-ID   PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-HOLD-ID            PIC X(10).
       01  HV-HELD-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-FREE-BALANCE       PIC S9(9)V99 COMP-3.
       01  HV-REMIT-AMOUNT       PIC S9(9)V99 COMP-3.
       01  HV-POST-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-FEE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-SCHED-FEE          PIC S9(9)V99 COMP-3.
       01  HV-ORDER-REMITTED     PIC S9(9)V99 COMP-3.
       01  HV-ORDER-FEE          PIC S9(9)V99 COMP-3.
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-SELECTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REMITTED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REMITTED-TOTAL     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-FEE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-FEE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-STEP-FAILED        PIC X VALUE 'N'.
           88  STEP-FAILED           VALUE 'Y'.
      * The per-order and per-account postings issue their own SQL
      * inside the fetch loops, so neither loop can test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-ACCT-DONE          PIC X VALUE 'N'.
           88  ACCT-DONE             VALUE 'Y'.

      * Legal-order processing fee: the FEE_SCHEDULE row for fee
      * code LEGALORD in force today, priced on the account it is
      * charged to, else the default here.
       01  WS-LEGAL-FEE          PIC S9(9)V99 COMP-3 VALUE 100.00.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the levy remittance
      * record carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'GARNSWP'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Second stage of a garnishment or levy: GARNORDR registered
      * the order and froze the reachable funds, this batch pays them
      * over once the hold period ends. For each HELD order whose
      * hold end date has arrived:
      *   - each of its holds still in force is released (stamped
      *     GARNSWP) and the held amount is debited from the account
      *     as a GARNISH or LEVY transaction, through the
      *     transaction-plus-balance pairing TXNPOST uses,
      *   - the processing fee is charged once, on the order's
      *     account with the most free money, never reaching into
      *     the protected amount or another hold,
      *   - the order is marked REMITTED and a remittance record is
      *     written for treasury.
      * A hold someone released by hand in ACCTHOLD is not remitted.
      * Each order commits on its own, or backs out whole.
       MAIN-LOGIC.
           DISPLAY "STARTING LEGAL ORDER REMITTANCE RUN"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE HV-TIMESTAMP(1:10) TO HV-TXN-DATE
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           OPEN OUTPUT REMIT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REMITTANCE FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'LEGAL ORDER RUN FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               EXEC SQL
                   DECLARE GARN_ORDER_CUR CURSOR WITH HOLD FOR
                   SELECT ORDER_ID, ORDER_NUMBER, ORDER_TYPE,
                          ISSUING_AUTHORITY, CUSTOMER_ID
                   FROM LEGAL_ORDERS
                   WHERE ORDER_STATUS = 'HELD'
                     AND HOLD_END_DATE <= CURRENT DATE
                   ORDER BY ORDER_ID
               END-EXEC

               EXEC SQL OPEN GARN_ORDER_CUR END-EXEC

               MOVE 'N' TO WS-FETCH-DONE
               PERFORM UNTIL FETCH-DONE
                   EXEC SQL
                       FETCH GARN_ORDER_CUR INTO
                           :HV-ORDER-ID,
                           :HV-ORDER-NUMBER,
                           :HV-ORDER-TYPE,
                           :HV-AUTHORITY,
                           :HV-CUSTOMER-ID
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM REMIT-ONE-ORDER
                   ELSE
                       MOVE 'Y' TO WS-FETCH-DONE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE GARN_ORDER_CUR END-EXEC

               EXEC SQL COMMIT END-EXEC

               PERFORM WRITE-REMIT-TRAILER

               CLOSE REMIT-FILE

               IF WS-ERROR-COUNT = 0
                   MOVE 'LEGAL ORDER REMITTANCE RUN COMPLETE'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'LEGAL ORDER RUN COMPLETED WITH ERRORS'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ORDERS SELECTED    : " WS-SELECTED-COUNT
           DISPLAY "ORDERS REMITTED    : " WS-REMITTED-COUNT
           DISPLAY "AMOUNT REMITTED    : " WS-REMITTED-TOTAL
           DISPLAY "FEES CHARGED       : " WS-FEE-COUNT
           DISPLAY "FEE AMOUNT         : " WS-FEE-TOTAL
           DISPLAY "ORDERS IN ERROR    : " WS-ERROR-COUNT

           MOVE WS-REMITTED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       REMIT-ONE-ORDER.
           MOVE 'N' TO WS-STEP-FAILED
           MOVE ZERO TO HV-ORDER-REMITTED HV-ORDER-FEE

           PERFORM READ-DEBTOR-IDENTIFICATION

           IF NOT STEP-FAILED
               PERFORM REMIT-ORDER-ACCOUNTS
           END-IF

           IF NOT STEP-FAILED AND HV-ORDER-REMITTED > ZERO
               PERFORM CHARGE-LEGAL-ORDER-FEE
           END-IF

           IF NOT STEP-FAILED
               EXEC SQL
                   UPDATE LEGAL_ORDERS
                   SET REMITTED_TOTAL = :HV-ORDER-REMITTED,
                       FEE_CHARGED = :HV-ORDER-FEE,
                       ORDER_STATUS = 'REMITTED',
                       CLOSED_AT = :HV-TIMESTAMP
                   WHERE ORDER_ID = :HV-ORDER-ID
                     AND ORDER_STATUS = 'HELD'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR CLOSING LEGAL ORDER: " HV-ORDER-ID
                       " SQLCODE: " SQLCODE
               END-IF
           END-IF

           IF STEP-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "REMITTANCE BACKED OUT, ORDER: " HV-ORDER-ID
               EXEC SQL ROLLBACK END-EXEC
           ELSE
      * As in ESCHEAT, the file record follows the postings - a file
      * WRITE cannot be rolled back. An order whose holds had all
      * been released by hand closes with nothing to pay.
               IF HV-ORDER-REMITTED > ZERO
                   PERFORM WRITE-REMIT-DETAIL
                   ADD 1 TO WS-REMITTED-COUNT
                   ADD HV-ORDER-REMITTED TO WS-REMITTED-TOTAL
               END-IF
               IF HV-ORDER-FEE > ZERO
                   ADD 1 TO WS-FEE-COUNT
                   ADD HV-ORDER-FEE TO WS-FEE-TOTAL
               END-IF
               EXEC SQL COMMIT END-EXEC
           END-IF.

       READ-DEBTOR-IDENTIFICATION.
           MOVE SPACES TO HV-NAME HV-SSN

           EXEC SQL
               SELECT NAME, SSN
               INTO :HV-NAME, :HV-SSN
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "NO CUSTOMER_MASTER ROW FOR CUSTOMER: "
                   HV-CUSTOMER-ID " ORDER: " HV-ORDER-ID
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

      * Only holds still in force are remitted, and never more than
      * the balance now on the account.
       REMIT-ORDER-ACCOUNTS.
           EXEC SQL
               DECLARE GARN_ACCT_CUR CURSOR FOR
               SELECT L.ACCOUNT_ID, A.CUSTOMER_ID, L.HOLD_ID,
                      L.HELD_AMOUNT, A.BALANCE
               FROM LEGAL_ORDER_ACCOUNTS L, ACCOUNTS A,
                    ACCOUNT_HOLDS H
               WHERE L.ORDER_ID = :HV-ORDER-ID
                 AND L.HELD_AMOUNT > 0
                 AND A.ACCOUNT_ID = L.ACCOUNT_ID
                 AND H.HOLD_ID = L.HOLD_ID
                 AND H.RELEASED_AT IS NULL
               ORDER BY L.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN GARN_ACCT_CUR END-EXEC

           MOVE 'N' TO WS-ACCT-DONE
           PERFORM UNTIL ACCT-DONE OR STEP-FAILED
               EXEC SQL
                   FETCH GARN_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-ACCT-CUSTOMER-ID,
                       :HV-HOLD-ID,
                       :HV-HELD-AMOUNT,
                       :HV-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM REMIT-ONE-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-ACCT-DONE
                   IF SQLCODE NOT = 100
                       MOVE 'Y' TO WS-STEP-FAILED
                       DISPLAY "ERROR READING ORDER ACCOUNTS, ORDER: "
                           HV-ORDER-ID " SQLCODE: " SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE GARN_ACCT_CUR END-EXEC.

       REMIT-ONE-ACCOUNT.
           IF HV-BALANCE < HV-HELD-AMOUNT
               MOVE HV-BALANCE TO HV-REMIT-AMOUNT
           ELSE
               MOVE HV-HELD-AMOUNT TO HV-REMIT-AMOUNT
           END-IF
           IF HV-REMIT-AMOUNT < ZERO
               MOVE ZERO TO HV-REMIT-AMOUNT
           END-IF

           EXEC SQL
               UPDATE ACCOUNT_HOLDS
               SET RELEASED_AT = :HV-TIMESTAMP,
                   RELEASED_BY = 'GARNSWP'
               WHERE HOLD_ID = :HV-HOLD-ID
                 AND RELEASED_AT IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR RELEASING HOLD: " HV-HOLD-ID
                   " SQLCODE: " SQLCODE
           END-IF

           IF NOT STEP-FAILED AND HV-REMIT-AMOUNT > ZERO
               COMPUTE HV-POST-AMOUNT = ZERO - HV-REMIT-AMOUNT
               MOVE SPACES TO HV-DESCRIPTION
               STRING HV-ORDER-TYPE DELIMITED BY SPACE
                      ' REMITTED - ORDER ' HV-ORDER-ID
                      ' ' HV-ORDER-NUMBER
                   DELIMITED BY SIZE INTO HV-DESCRIPTION
               END-STRING

               EXEC SQL
                   INSERT INTO TRANSACTIONS
                        (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                         AMOUNT, DESCRIPTION)
                   VALUES (:HV-ACCOUNT-ID, :HV-ACCT-CUSTOMER-ID,
                           :HV-TXN-DATE, :HV-ORDER-TYPE,
                           :HV-POST-AMOUNT, :HV-DESCRIPTION)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR INSERTING REMITTANCE DEBIT, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   EXEC SQL
                       UPDATE ACCOUNTS
                       SET BALANCE = BALANCE + :HV-POST-AMOUNT,
                           LAST_UPDATED = :HV-TIMESTAMP
                       WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-STEP-FAILED
                       DISPLAY "ERROR UPDATING BALANCE, ACCOUNT: "
                           HV-ACCOUNT-ID " SQLCODE: " SQLCODE
                   END-IF
               END-IF
           END-IF

           IF NOT STEP-FAILED
               EXEC SQL
                   UPDATE LEGAL_ORDER_ACCOUNTS
                   SET REMITTED_AMOUNT = :HV-REMIT-AMOUNT
                   WHERE ORDER_ID = :HV-ORDER-ID
                     AND ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR UPDATING ORDER ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   ADD HV-REMIT-AMOUNT TO HV-ORDER-REMITTED
               END-IF
           END-IF.

      * Free money is the balance left after the remittance, less
      * the protected amount found at review and any other hold
      * still on the account. The fee takes what is free up to the
      * scheduled amount; an order that left nothing free is not
      * charged.
       CHARGE-LEGAL-ORDER-FEE.
           EXEC SQL
               SELECT L.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_TYPE,
                      A.BALANCE - L.PROTECTED_AMOUNT
                      - COALESCE(
                          (SELECT SUM(H.AMOUNT) FROM ACCOUNT_HOLDS H
                           WHERE H.ACCOUNT_ID = A.ACCOUNT_ID
                             AND H.RELEASED_AT IS NULL), 0)
               INTO :HV-ACCOUNT-ID, :HV-ACCT-CUSTOMER-ID,
                    :HV-ACCOUNT-TYPE, :HV-FREE-BALANCE
               FROM LEGAL_ORDER_ACCOUNTS L, ACCOUNTS A
               WHERE L.ORDER_ID = :HV-ORDER-ID
                 AND A.ACCOUNT_ID = L.ACCOUNT_ID
                 AND A.ACCOUNT_STATUS = 'OPEN'
               ORDER BY 4 DESC, L.ACCOUNT_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0 AND HV-FREE-BALANCE > ZERO
               PERFORM READ-LEGAL-FEE-SCHEDULE
               IF HV-FREE-BALANCE < WS-LEGAL-FEE
                   MOVE HV-FREE-BALANCE TO HV-ORDER-FEE
               ELSE
                   MOVE WS-LEGAL-FEE TO HV-ORDER-FEE
               END-IF
               PERFORM POST-LEGAL-ORDER-FEE
           ELSE IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR READING FEE ACCOUNT, ORDER: "
                   HV-ORDER-ID " SQLCODE: " SQLCODE
           END-IF
           END-IF.

      * Product row before the ALL row, latest effective date first.
       READ-LEGAL-FEE-SCHEDULE.
           MOVE 100.00 TO WS-LEGAL-FEE

           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'LEGALORD'
                 AND PRODUCT_CODE IN (:HV-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :HV-TXN-DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-SCHED-FEE TO WS-LEGAL-FEE
           END-IF.

       POST-LEGAL-ORDER-FEE.
           COMPUTE HV-FEE-AMOUNT = ZERO - HV-ORDER-FEE

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, FEE_CODE)
               VALUES (:HV-ACCOUNT-ID, :HV-ACCT-CUSTOMER-ID,
                       :HV-TXN-DATE, 'FEE', :HV-FEE-AMOUNT,
                       'LEGAL ORDER PROCESSING FEE', 'LEGALORD')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-STEP-FAILED
               DISPLAY "ERROR INSERTING LEGAL ORDER FEE, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE + :HV-FEE-AMOUNT,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-STEP-FAILED
                   DISPLAY "ERROR UPDATING BALANCE, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF.

       WRITE-REMIT-DETAIL.
           MOVE SPACES TO REMIT-RECORD
           MOVE 'D' TO RMT-RECORD-TYPE
           MOVE HV-ORDER-ID         TO RMT-ORDER-ID
           MOVE HV-ORDER-NUMBER     TO RMT-ORDER-NUMBER
           MOVE HV-ORDER-TYPE       TO RMT-ORDER-TYPE
           MOVE HV-AUTHORITY        TO RMT-AUTHORITY
           MOVE HV-CUSTOMER-ID      TO RMT-CUSTOMER-ID
           MOVE HV-NAME             TO RMT-NAME
           MOVE HV-SSN              TO RMT-SSN
           MOVE HV-ORDER-REMITTED   TO RMT-AMOUNT
           WRITE REMIT-RECORD.

       WRITE-REMIT-TRAILER.
           MOVE SPACES TO REMIT-RECORD
           MOVE 'T' TO RMT-RECORD-TYPE
           MOVE WS-REMITTED-COUNT TO RMT-TRL-COUNT
           MOVE WS-REMITTED-TOTAL TO RMT-TRL-TOTAL
           WRITE REMIT-RECORD.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('GARNSWP', :HV-RUN-START, :HV-RUN-END,
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
