       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSUMM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO ANSUMOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT VENDOR-FILE ASSIGN TO ANSUMVND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VND-FILE-STATUS.

           SELECT ESTMT-FILE ASSIGN TO ANSUMEST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EST-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE          PIC X(132).

      * Print-vendor record in STMTGEN's STMTVND layout - one per
      * paper account section, the period being the summary year -
      * so the vendor's existing load takes the summaries unchanged.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05  VND-CUSTOMER-ID   PIC X(10).
           05  VND-NAME          PIC X(50).
           05  VND-ADDR-STREET   PIC X(50).
           05  VND-ADDR-CITY     PIC X(30).
           05  VND-ADDR-STATE    PIC X(02).
           05  VND-ADDR-POSTAL-CODE PIC X(10).
           05  VND-ACCOUNT-ID    PIC X(12).
           05  VND-PERIOD-FROM   PIC X(10).
           05  VND-PERIOD-TO     PIC X(10).

      * Online-banking loader record in STMTGEN's ESTMTOUT layout,
      * one per ELECTRONIC customer at the customer break.
       FD  ESTMT-FILE.
       01  ESTMT-RECORD.
           05  EST-CUSTOMER-ID   PIC X(10).
           05  EST-NAME          PIC X(50).
           05  EST-EMAIL         PIC X(50).
           05  EST-PERIOD-FROM   PIC X(10).
           05  EST-PERIOD-TO     PIC X(10).
           05  EST-GENERATED-AT  PIC X(26).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-NAME               PIC X(50).
       01  HV-ADDRESS            PIC X(100).
       01  HV-ADDR-STREET        PIC X(50).
       01  HV-ADDR-CITY          PIC X(30).
       01  HV-ADDR-STATE         PIC X(02).
       01  HV-ADDR-POSTAL-CODE   PIC X(10).
       01  HV-EMAIL              PIC X(50).
       01  HV-STMT-DELIVERY      PIC X(10).
       01  HV-MAIL-RETURNED      PIC X(01).
       01  HV-EMAIL-CONSENT      PIC X(01).
       01  HV-DELIVERY-CHANNEL   PIC X(10).
       01  HV-DELIVERY-STATUS    PIC X(10).
       01  HV-SUMMARY-YEAR       PIC S9(4) COMP-5.
       01  HV-OPENING-BALANCE    PIC S9(9)V99 COMP-3.
       01  HV-CLOSING-BALANCE    PIC S9(9)V99 COMP-3.
       01  HV-INTEREST-EARNED    PIC S9(9)V99 COMP-3.
       01  HV-OD-INTEREST        PIC S9(9)V99 COMP-3.
       01  HV-OD-CHARGES         PIC S9(9)V99 COMP-3.
       01  HV-TOTAL-FEES         PIC S9(9)V99 COMP-3.
       01  HV-FEE-CODE           PIC X(10).
       01  HV-FEE-COUNT          PIC S9(9) COMP-5.
       01  HV-FEE-TOTAL          PIC S9(9)V99 COMP-3.
       01  HV-YEAR-FROM          PIC X(10).
       01  HV-YEAR-TO            PIC X(10).
       01  HV-GENERATED-AT       PIC X(26).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-VND-FILE-STATUS    PIC XX.
           88  WS-VND-FILE-OK    VALUE '00'.
       01  WS-EST-FILE-STATUS    PIC XX.
           88  WS-EST-FILE-OK    VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-TIMESTAMP          PIC X(26).
       01  WS-ACCOUNTS-BUILT     PIC 9(7) VALUE ZERO.
       01  WS-SUMMARY-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SECTION-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SWITCHED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-VENDOR-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ESTMT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY     PIC -(7)9.99.
       01  WS-TOTAL-DISPLAY      PIC -(9)9.99.

      * Summary year defaults to the completed prior calendar year,
      * as TAXEXT's tax year does; the SUMYEAR row in BATCH_PARMS
      * overrides it for a rerun.
       01  WS-SUMMARY-YEAR       PIC 9(04).
       01  WS-CUR-YEAR           PIC 9(04).

      * Control-break state, as in STMTGEN: one header per customer,
      * a section per account, the customer's year totals at the
      * break. The driving cursor is ordered CUSTOMER_ID, ACCOUNT_ID.
       01  WS-CURRENT-CUSTOMER   PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ON-FILE   PIC X VALUE 'N'.
           88  CUSTOMER-ON-FILE      VALUE 'Y'.
       01  WS-CUST-FEES          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CUST-INTEREST      PIC S9(11)V99 COMP-3 VALUE ZERO.

      * Delivery preference from CUSTOMER_MASTER.STMT_DELIVERY, read
      * the way STMTGEN reads it: blank/PAPER prints and feeds the
      * vendor, ELECTRONIC goes to the online-banking loader, and
      * SUPPRESS skips the customer. A paper customer on the
      * returned-mail register is switched or held as STMTGEN does.
       01  WS-PAPER-STATEMENT    PIC X VALUE 'N'.
           88  PAPER-STATEMENT       VALUE 'Y'.
       01  WS-ELECTRONIC-STMT    PIC X VALUE 'N'.
           88  ELECTRONIC-STMT       VALUE 'Y'.
       01  WS-MAIL-HELD          PIC X VALUE 'N'.
           88  MAIL-HELD             VALUE 'Y'.

       01  WS-MQSENDR-COMMAREA.
           05  WS-NOTIFY-TARGET-QUEUE PIC X(48).
           05  WS-NOTIFY-MESSAGE-TEXT PIC X(1024).
           05  WS-NOTIFY-RETURN-CODE  PIC 9(02).

      * The section writers run their own cursors inside the driving
      * fetch loop, so neither loop can test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-FEE-FETCH-DONE     PIC X VALUE 'N'.
           88  FEE-FETCH-DONE        VALUE 'Y'.

       PROCEDURE DIVISION.

      * Year-end fee and interest summary: one figure per account for
      * the year's total fees (and each fee type), interest earned,
      * overdraft interest and overdraft charges, between the opening
      * and closing balances from ACCOUNT_BALANCE_SNAPSHOT, for every
      * account open at any point in the year. The figures are built
      * first, set-level, into ANNUAL_ACCOUNT_SUMMARY and
      * ANNUAL_FEE_SUMMARY, so a rerun replaces the year and STMTRPRT
      * reprints exactly what was sent. Every holder receives the
      * summary, as on STMTGEN's combined statement; paper goes to
      * the print vendor, ELECTRONIC to the online-banking loader
      * with an MQ notification, and each section is indexed in
      * STATEMENT_ARCHIVE under the year's period.
       MAIN-LOGIC.
           DISPLAY "STARTING ANNUAL FEE AND INTEREST SUMMARY"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO HV-RUN-START HV-GENERATED-AT
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM DERIVE-SUMMARY-YEAR
           DISPLAY "SUMMARY YEAR: " WS-SUMMARY-YEAR

           OPEN OUTPUT SUMMARY-FILE
           OPEN OUTPUT VENDOR-FILE
           OPEN OUTPUT ESTMT-FILE

           IF NOT WS-FILE-OK OR NOT WS-VND-FILE-OK
                   OR NOT WS-EST-FILE-OK
               DISPLAY "ERROR OPENING SUMMARY FILES, STATUS: "
                   WS-FILE-STATUS " / " WS-VND-FILE-STATUS
                   " / " WS-EST-FILE-STATUS
               MOVE 'ANNUAL SUMMARY FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               PERFORM BUILD-ANNUAL-FIGURES

               IF HV-RUN-STATUS = 'SUCCESS'
                   PERFORM PRODUCE-SUMMARIES
               END-IF

               CLOSE SUMMARY-FILE
               CLOSE VENDOR-FILE
               CLOSE ESTMT-FILE

               IF HV-RUN-STATUS NOT = 'SUCCESS'
                   MOVE 'ANNUAL SUMMARY FAILED' TO WS-RESPONSE
               ELSE IF WS-SUMMARY-COUNT = 0
                   MOVE 'NO ACCOUNTS TO SUMMARIZE' TO WS-RESPONSE
               ELSE
                   MOVE 'ANNUAL SUMMARY COMPLETE' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ACCOUNTS SUMMARIZED  : " WS-ACCOUNTS-BUILT
           DISPLAY "SUMMARIES PRODUCED   : " WS-SUMMARY-COUNT
           DISPLAY "ACCOUNT SECTIONS     : " WS-SECTION-COUNT
           DISPLAY "VENDOR RECORDS       : " WS-VENDOR-COUNT
           DISPLAY "E-SUMMARIES WRITTEN  : " WS-ESTMT-COUNT
           DISPLAY "CUSTOMERS SUPPRESSED : " WS-SUPPRESSED-COUNT
           DISPLAY "HELD - RETURNED MAIL : " WS-HELD-COUNT
           DISPLAY "SWITCHED TO E-STMT   : " WS-SWITCHED-COUNT

           MOVE WS-SUMMARY-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       DERIVE-SUMMARY-YEAR.
           MOVE WS-TIMESTAMP(1:4) TO WS-CUR-YEAR
           COMPUTE WS-SUMMARY-YEAR = WS-CUR-YEAR - 1

           MOVE SPACES TO HV-PARM-VALUE
           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'ANNSUMM'
                 AND PARM_NAME = 'SUMYEAR'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:4) NUMERIC
               MOVE HV-PARM-VALUE(1:4) TO WS-SUMMARY-YEAR
           END-IF

           MOVE WS-SUMMARY-YEAR TO HV-SUMMARY-YEAR

           MOVE SPACES TO HV-YEAR-FROM
           STRING WS-SUMMARY-YEAR '-01-01'
               DELIMITED BY SIZE INTO HV-YEAR-FROM
           END-STRING

           MOVE SPACES TO HV-YEAR-TO
           STRING WS-SUMMARY-YEAR '-12-31'
               DELIMITED BY SIZE INTO HV-YEAR-TO
           END-STRING.

      * An account is in the year if it opened by the year end and
      * had not closed before the year began. Opening balance is the
      * last snapshot before the year (none - opened in the year - is
      * zero); closing is the last snapshot in the year, or the
      * account's own balance if it closed in the year, since
      * EODSNAP stops snapping an account once it closes. Interest
      * earned is the year's positive INTEREST postings; overdraft
      * interest the negative ones. Overdraft charges are the NSF
      * fees TXNPOST posts on an overdrawing item. Fees are the
      * FEE postings net of any refunds, by fee code (UNCODED for
      * rows from before fee codes, as FEEREP shows them).
       BUILD-ANNUAL-FIGURES.
           EXEC SQL
               DELETE FROM ANNUAL_FEE_SUMMARY
               WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM ANNUAL_ACCOUNT_SUMMARY
                   WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR CLEARING SUMMARY YEAR, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO ANNUAL_ACCOUNT_SUMMARY
                   (SUMMARY_YEAR, ACCOUNT_ID, ACCOUNT_TYPE,
                    OPENING_BALANCE, CLOSING_BALANCE,
                    INTEREST_EARNED, OVERDRAFT_INTEREST,
                    OVERDRAFT_CHARGES, TOTAL_FEES, BUILT_AT)
               SELECT :HV-SUMMARY-YEAR, A.ACCOUNT_ID, A.ACCOUNT_TYPE,
                      COALESCE(
                          (SELECT S.CLOSING_BALANCE
                           FROM ACCOUNT_BALANCE_SNAPSHOT S
                           WHERE S.ACCOUNT_ID = A.ACCOUNT_ID
                             AND S.SNAP_DATE =
                                 (SELECT MAX(S2.SNAP_DATE)
                                  FROM ACCOUNT_BALANCE_SNAPSHOT S2
                                  WHERE S2.ACCOUNT_ID = A.ACCOUNT_ID
                                    AND S2.SNAP_DATE < :HV-YEAR-FROM)),
                          0),
                      CASE WHEN A.CLOSED_DATE IS NOT NULL
                                AND DATE(A.CLOSED_DATE) <= :HV-YEAR-TO
                           THEN A.BALANCE
                           ELSE COALESCE(
                               (SELECT S.CLOSING_BALANCE
                                FROM ACCOUNT_BALANCE_SNAPSHOT S
                                WHERE S.ACCOUNT_ID = A.ACCOUNT_ID
                                  AND S.SNAP_DATE =
                                   (SELECT MAX(S2.SNAP_DATE)
                                    FROM ACCOUNT_BALANCE_SNAPSHOT S2
                                    WHERE S2.ACCOUNT_ID = A.ACCOUNT_ID
                                      AND S2.SNAP_DATE <= :HV-YEAR-TO)),
                               0)
                      END,
                      COALESCE(
                          (SELECT SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.TXN_TYPE = 'INTEREST'
                             AND T.AMOUNT > 0
                             AND T.TXN_DATE >= :HV-YEAR-FROM
                             AND T.TXN_DATE <= :HV-YEAR-TO), 0),
                      COALESCE(
                          (SELECT 0 - SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.TXN_TYPE = 'INTEREST'
                             AND T.AMOUNT < 0
                             AND T.TXN_DATE >= :HV-YEAR-FROM
                             AND T.TXN_DATE <= :HV-YEAR-TO), 0),
                      COALESCE(
                          (SELECT 0 - SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.TXN_TYPE = 'FEE'
                             AND T.FEE_CODE = 'NSF'
                             AND T.TXN_DATE >= :HV-YEAR-FROM
                             AND T.TXN_DATE <= :HV-YEAR-TO), 0),
                      COALESCE(
                          (SELECT 0 - SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.TXN_TYPE = 'FEE'
                             AND T.TXN_DATE >= :HV-YEAR-FROM
                             AND T.TXN_DATE <= :HV-YEAR-TO), 0),
                      :HV-GENERATED-AT
               FROM ACCOUNTS A
               WHERE DATE(A.OPENED_DATE) <= :HV-YEAR-TO
                 AND (A.CLOSED_DATE IS NULL
                      OR DATE(A.CLOSED_DATE) >= :HV-YEAR-FROM)
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ACCOUNTS-BUILT
               EXEC SQL
                   INSERT INTO ANNUAL_FEE_SUMMARY
                       (SUMMARY_YEAR, ACCOUNT_ID, FEE_CODE,
                        FEE_COUNT, FEE_TOTAL)
                   SELECT :HV-SUMMARY-YEAR, T.ACCOUNT_ID,
                          COALESCE(T.FEE_CODE, 'UNCODED'),
                          COUNT(*), 0 - SUM(T.AMOUNT)
                   FROM TRANSACTIONS T
                   WHERE T.TXN_TYPE = 'FEE'
                     AND T.TXN_DATE >= :HV-YEAR-FROM
                     AND T.TXN_DATE <= :HV-YEAR-TO
                     AND EXISTS
                         (SELECT 1 FROM ANNUAL_ACCOUNT_SUMMARY S
                          WHERE S.SUMMARY_YEAR = :HV-SUMMARY-YEAR
                            AND S.ACCOUNT_ID = T.ACCOUNT_ID)
                   GROUP BY T.ACCOUNT_ID,
                            COALESCE(T.FEE_CODE, 'UNCODED')
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR BUILDING ANNUAL FIGURES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF.

      * Every holder during the year gets the summary: the account's
      * own customer, plus each ACCOUNT_OWNERS holder not removed
      * before the year began.
       PRODUCE-SUMMARIES.
           EXEC SQL
               DECLARE SUMM_ACCT_CUR CURSOR FOR
               SELECT S.ACCOUNT_ID, A.CUSTOMER_ID, S.ACCOUNT_TYPE
               FROM ANNUAL_ACCOUNT_SUMMARY S, ACCOUNTS A
               WHERE S.SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND A.ACCOUNT_ID = S.ACCOUNT_ID
               UNION
               SELECT S.ACCOUNT_ID, O.CUSTOMER_ID, S.ACCOUNT_TYPE
               FROM ANNUAL_ACCOUNT_SUMMARY S, ACCOUNTS A,
                    ACCOUNT_OWNERS O
               WHERE S.SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND A.ACCOUNT_ID = S.ACCOUNT_ID
                 AND O.ACCOUNT_ID = S.ACCOUNT_ID
                 AND O.CUSTOMER_ID NOT = A.CUSTOMER_ID
                 AND (O.REMOVED_AT IS NULL
                      OR DATE(O.REMOVED_AT) >= :HV-YEAR-FROM)
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL OPEN SUMM_ACCT_CUR END-EXEC

           MOVE SPACES TO WS-CURRENT-CUSTOMER
           MOVE 'N' TO WS-CUSTOMER-ON-FILE

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH SUMM_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-ACCOUNT-TYPE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SUMMARIZE-ONE-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
                   IF SQLCODE NOT = 100
                       DISPLAY "ERROR READING SUMMARY ACCOUNTS, "
                           "SQLCODE: " SQLCODE
                       MOVE 'FAILURE' TO HV-RUN-STATUS
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE SUMM_ACCT_CUR END-EXEC

           PERFORM END-CUSTOMER-SUMMARY

           EXEC SQL COMMIT END-EXEC.

       SUMMARIZE-ONE-ACCOUNT.
           IF HV-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               PERFORM END-CUSTOMER-SUMMARY
               PERFORM START-CUSTOMER-SUMMARY
           END-IF

           IF CUSTOMER-ON-FILE
               PERFORM WRITE-ACCOUNT-SUMMARY
           END-IF.

       START-CUSTOMER-SUMMARY.
           MOVE HV-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           MOVE 'N' TO WS-CUSTOMER-ON-FILE
           MOVE 'N' TO WS-PAPER-STATEMENT
           MOVE 'N' TO WS-ELECTRONIC-STMT
           MOVE 'N' TO WS-MAIL-HELD
           MOVE ZERO TO WS-CUST-FEES WS-CUST-INTEREST
           MOVE SPACES TO HV-NAME HV-ADDRESS HV-ADDR-STREET
                          HV-ADDR-CITY HV-ADDR-STATE
                          HV-ADDR-POSTAL-CODE HV-STMT-DELIVERY
                          HV-EMAIL
           MOVE 'N' TO HV-MAIL-RETURNED

           EXEC SQL
               SELECT NAME, ADDRESS, ADDR_STREET, ADDR_CITY,
                      ADDR_STATE, ADDR_POSTAL_CODE, STMT_DELIVERY,
                      EMAIL, COALESCE(MAIL_RETURNED, 'N')
               INTO :HV-NAME, :HV-ADDRESS, :HV-ADDR-STREET,
                    :HV-ADDR-CITY, :HV-ADDR-STATE,
                    :HV-ADDR-POSTAL-CODE, :HV-STMT-DELIVERY,
                    :HV-EMAIL, :HV-MAIL-RETURNED
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY
                   "ERROR: NO CUSTOMER_MASTER RECORD FOR CUSTOMER: "
                   HV-CUSTOMER-ID ", SKIPPING ITS ACCOUNTS"
           ELSE IF HV-STMT-DELIVERY = 'SUPPRESS'
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE 'Y' TO WS-CUSTOMER-ON-FILE
               IF HV-STMT-DELIVERY = 'ELECTRONIC'
                   MOVE 'Y' TO WS-ELECTRONIC-STMT
                   MOVE 'ELECTRONIC' TO HV-DELIVERY-CHANNEL
               ELSE IF HV-MAIL-RETURNED = 'Y'
                   PERFORM ROUTE-RETURNED-MAIL
               ELSE
                   MOVE 'Y' TO WS-PAPER-STATEMENT
                   MOVE 'PAPER' TO HV-DELIVERY-CHANNEL
               END-IF
               END-IF
               ADD 1 TO WS-SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-HEADER
           END-IF
           END-IF.

      * Same routing as STMTGEN's: a live EMAIL grant and an address
      * on file send the summary electronically, otherwise it is
      * held until the address is corrected.
       ROUTE-RETURNED-MAIL.
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
               MOVE 'Y' TO WS-ELECTRONIC-STMT
               MOVE 'ELECTRONIC' TO HV-DELIVERY-CHANNEL
               ADD 1 TO WS-SWITCHED-COUNT
           ELSE
               MOVE 'Y' TO WS-MAIL-HELD
               MOVE 'PAPER' TO HV-DELIVERY-CHANNEL
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       END-CUSTOMER-SUMMARY.
           IF WS-CURRENT-CUSTOMER NOT = SPACES AND CUSTOMER-ON-FILE
               PERFORM WRITE-SUMMARY-FOOTER
               IF ELECTRONIC-STMT
                   PERFORM DELIVER-ELECTRONIC-SUMMARY
               END-IF
           END-IF.

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "========================================"
               TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           STRING "ANNUAL FEE AND INTEREST SUMMARY - YEAR "
                  WS-SUMMARY-YEAR
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           STRING "SUMMARY FOR  : " HV-NAME
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           IF HV-ADDR-STREET NOT = SPACES
               MOVE SPACES TO SUMMARY-LINE
               STRING "ADDRESS      : " HV-ADDR-STREET
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE SPACES TO SUMMARY-LINE
               STRING "               "
                      FUNCTION TRIM(HV-ADDR-CITY)
                      ", " HV-ADDR-STATE
                      " " HV-ADDR-POSTAL-CODE
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           ELSE
               MOVE SPACES TO SUMMARY-LINE
               STRING "ADDRESS      : " HV-ADDRESS
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE
           END-IF

           MOVE SPACES TO SUMMARY-LINE
           STRING "PERIOD       : " HV-YEAR-FROM " TO " HV-YEAR-TO
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE.

       WRITE-ACCOUNT-SUMMARY.
           EXEC SQL
               SELECT OPENING_BALANCE, CLOSING_BALANCE,
                      INTEREST_EARNED, OVERDRAFT_INTEREST,
                      OVERDRAFT_CHARGES, TOTAL_FEES
               INTO :HV-OPENING-BALANCE, :HV-CLOSING-BALANCE,
                    :HV-INTEREST-EARNED, :HV-OD-INTEREST,
                    :HV-OD-CHARGES, :HV-TOTAL-FEES
               FROM ANNUAL_ACCOUNT_SUMMARY
               WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING ANNUAL FIGURES, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               ADD 1 TO WS-SECTION-COUNT
               ADD HV-TOTAL-FEES TO WS-CUST-FEES
               ADD HV-INTEREST-EARNED TO WS-CUST-INTEREST

               MOVE SPACES TO SUMMARY-LINE
               MOVE "----------------------------------------"
                   TO SUMMARY-LINE
               WRITE SUMMARY-LINE

               MOVE SPACES TO SUMMARY-LINE
               STRING "ACCOUNT      : " HV-ACCOUNT-ID
                      " TYPE=" HV-ACCOUNT-TYPE
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE HV-OPENING-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  OPENING BALANCE        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE HV-INTEREST-EARNED TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  INTEREST EARNED        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE HV-OD-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  OVERDRAFT INTEREST     " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE HV-OD-CHARGES TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  OVERDRAFT CHARGES      " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               PERFORM WRITE-FEE-LINES

               MOVE HV-TOTAL-FEES TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  TOTAL FEES             " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               MOVE HV-CLOSING-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO SUMMARY-LINE
               STRING "  CLOSING BALANCE        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               END-STRING
               WRITE SUMMARY-LINE

               IF PAPER-STATEMENT
                   PERFORM WRITE-VENDOR-RECORD
               END-IF

               PERFORM INDEX-SUMMARY-ARCHIVE
           END-IF.

       WRITE-FEE-LINES.
           EXEC SQL
               DECLARE SUMM_FEE_CUR CURSOR FOR
               SELECT FEE_CODE, FEE_COUNT, FEE_TOTAL
               FROM ANNUAL_FEE_SUMMARY
               WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
               ORDER BY FEE_CODE
           END-EXEC

           EXEC SQL OPEN SUMM_FEE_CUR END-EXEC

           MOVE 'N' TO WS-FEE-FETCH-DONE
           PERFORM UNTIL FEE-FETCH-DONE
               EXEC SQL
                   FETCH SUMM_FEE_CUR INTO
                       :HV-FEE-CODE,
                       :HV-FEE-COUNT,
                       :HV-FEE-TOTAL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FEE-FETCH-DONE
               ELSE
                   MOVE HV-FEE-TOTAL TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO SUMMARY-LINE
                   STRING "    FEES - " HV-FEE-CODE
                          "    " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                   END-STRING
                   WRITE SUMMARY-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE SUMM_FEE_CUR END-EXEC.

       WRITE-SUMMARY-FOOTER.
           MOVE SPACES TO SUMMARY-LINE
           MOVE "----------------------------------------"
               TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-CUST-FEES TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SUMMARY-LINE
           STRING "TOTAL FEES PAID FOR THE YEAR    : " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           MOVE WS-CUST-INTEREST TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SUMMARY-LINE
           STRING "TOTAL INTEREST EARNED FOR YEAR  : " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           MOVE "========================================"
               TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE.

       WRITE-VENDOR-RECORD.
           MOVE SPACES TO VENDOR-RECORD
           MOVE HV-CUSTOMER-ID       TO VND-CUSTOMER-ID
           MOVE HV-NAME              TO VND-NAME
           MOVE HV-ADDR-STREET       TO VND-ADDR-STREET
           MOVE HV-ADDR-CITY         TO VND-ADDR-CITY
           MOVE HV-ADDR-STATE        TO VND-ADDR-STATE
           MOVE HV-ADDR-POSTAL-CODE  TO VND-ADDR-POSTAL-CODE
           MOVE HV-ACCOUNT-ID        TO VND-ACCOUNT-ID
           MOVE HV-YEAR-FROM         TO VND-PERIOD-FROM
           MOVE HV-YEAR-TO           TO VND-PERIOD-TO
           WRITE VENDOR-RECORD
           ADD 1 TO WS-VENDOR-COUNT.

      * Indexed under the year's period with this run's print file
      * as the location, which is how STMTRPRT tells a summary from
      * a period statement when it reprints. Delivery status follows
      * STMTGEN: PRINTED for paper, EXTRACTED for electronic until
      * the notification goes out, HELD for returned mail.
       INDEX-SUMMARY-ARCHIVE.
           IF ELECTRONIC-STMT
               MOVE 'EXTRACTED' TO HV-DELIVERY-STATUS
           ELSE IF MAIL-HELD
               MOVE 'HELD' TO HV-DELIVERY-STATUS
           ELSE
               MOVE 'PRINTED' TO HV-DELIVERY-STATUS
           END-IF
           END-IF

           EXEC SQL
               INSERT INTO STATEMENT_ARCHIVE
                   (CUSTOMER_ID, ACCOUNT_ID, PERIOD_FROM, PERIOD_TO,
                    GENERATED_AT, LOCATION, DELIVERY_CHANNEL,
                    DELIVERY_STATUS)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-ACCOUNT-ID,
                    :HV-YEAR-FROM, :HV-YEAR-TO,
                    :HV-GENERATED-AT, 'ANSUMOUT',
                    :HV-DELIVERY-CHANNEL, :HV-DELIVERY-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR INDEXING STATEMENT ARCHIVE, SQLCODE: "
                   SQLCODE
           END-IF.

       DELIVER-ELECTRONIC-SUMMARY.
           MOVE SPACES TO ESTMT-RECORD
           MOVE WS-CURRENT-CUSTOMER TO EST-CUSTOMER-ID
           MOVE HV-NAME             TO EST-NAME
           MOVE HV-EMAIL            TO EST-EMAIL
           MOVE HV-YEAR-FROM        TO EST-PERIOD-FROM
           MOVE HV-YEAR-TO          TO EST-PERIOD-TO
           MOVE HV-GENERATED-AT     TO EST-GENERATED-AT
           WRITE ESTMT-RECORD
           ADD 1 TO WS-ESTMT-COUNT

           MOVE 'CRM.ESTATEMENT.NOTIFY.QUEUE'
               TO WS-NOTIFY-TARGET-QUEUE
           MOVE SPACES TO WS-NOTIFY-MESSAGE-TEXT
           STRING 'ANNSUMRDY CUSTOMER=' WS-CURRENT-CUSTOMER
                  ' YEAR=' WS-SUMMARY-YEAR
                  ' AT=' HV-GENERATED-AT
               DELIMITED BY SIZE INTO WS-NOTIFY-MESSAGE-TEXT
           END-STRING
           MOVE 00 TO WS-NOTIFY-RETURN-CODE

           CALL 'MQSENDR' USING WS-MQSENDR-COMMAREA

           IF WS-NOTIFY-RETURN-CODE = 00
               MOVE 'NOTIFIED' TO HV-DELIVERY-STATUS
               EXEC SQL
                   UPDATE STATEMENT_ARCHIVE
                   SET DELIVERY_STATUS = :HV-DELIVERY-STATUS
                   WHERE CUSTOMER_ID = :WS-CURRENT-CUSTOMER
                     AND GENERATED_AT = :HV-GENERATED-AT
                     AND LOCATION = 'ANSUMOUT'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "ERROR STAMPING DELIVERY STATUS, SQLCODE: "
                       SQLCODE
               END-IF
           ELSE
               DISPLAY "ERROR SENDING SUMMARY NOTIFY, CUSTOMER: "
                   WS-CURRENT-CUSTOMER
           END-IF.

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
                   ('ANNSUMM', :HV-RUN-START, :HV-RUN-END,
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
