       IDENTIFICATION DIVISION.
       PROGRAM-ID. DWHEXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-DIM-FILE ASSIGN TO DWCUST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCT-DIM-FILE ASSIGN TO DWACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT BAL-FACT-FILE ASSIGN TO DWBAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT TXN-FACT-FILE ASSIGN TO DWTXN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Every warehouse file opens with a header naming the file and
      * the business date it carries (WS-DW-HEADER) and closes with a
      * control trailer - record count and hash total, the same proof
      * GLEXTRCT gives finance - so the warehouse load can refuse a
      * short or stale file. The dimension files carry every row with
      * a changed flag, so the load can apply just the changes while
      * still being able to rebuild from any one night's file.
       FD  CUST-DIM-FILE.
       01  CUST-DIM-RECORD.
           05  CDR-RECORD-TYPE   PIC X(01).
           05  CDR-CUSTOMER-ID   PIC X(10).
           05  CDR-NAME          PIC X(50).
           05  CDR-CUSTOMER-TYPE PIC X(10).
           05  CDR-SEGMENT       PIC X(20).
           05  CDR-ADDR-CITY     PIC X(30).
           05  CDR-ADDR-STATE    PIC X(02).
           05  CDR-ADDR-POSTAL-CODE PIC X(10).
           05  CDR-RECORD-STATUS PIC X(10).
           05  CDR-RISK-FLAG     PIC X(20).
           05  CDR-RM-EMPLOYEE-ID PIC X(08).
           05  CDR-HOUSEHOLD-ID  PIC X(10).
           05  CDR-CHANGED-FLAG  PIC X(01).
           05  FILLER            PIC X(18).

       FD  ACCT-DIM-FILE.
       01  ACCT-DIM-RECORD.
           05  ADR-RECORD-TYPE   PIC X(01).
           05  ADR-ACCOUNT-ID    PIC X(12).
           05  ADR-CUSTOMER-ID   PIC X(10).
           05  ADR-PRODUCT-CODE  PIC X(20).
           05  ADR-ACCOUNT-STATUS PIC X(10).
           05  ADR-OPENED-DATE   PIC X(10).
           05  ADR-MATURITY-DATE PIC X(10).
           05  ADR-TERM-MONTHS   PIC 9(03).
           05  ADR-CLOSED-TO-NEW PIC X(01).
           05  ADR-CHANGED-FLAG  PIC X(01).
           05  FILLER            PIC X(112).

       FD  BAL-FACT-FILE.
       01  BAL-FACT-RECORD.
           05  BFR-RECORD-TYPE   PIC X(01).
           05  BFR-SNAP-DATE     PIC X(10).
           05  BFR-ACCOUNT-ID    PIC X(12).
           05  BFR-CUSTOMER-ID   PIC X(10).
           05  BFR-CLOSING-BALANCE PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(151).

       FD  TXN-FACT-FILE.
       01  TXN-FACT-RECORD.
           05  TFR-RECORD-TYPE   PIC X(01).
           05  TFR-TXN-DATE      PIC X(10).
           05  TFR-ACCOUNT-ID    PIC X(12).
           05  TFR-CUSTOMER-ID   PIC X(10).
           05  TFR-TXN-TYPE      PIC X(10).
           05  TFR-AMOUNT        PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  TFR-BRANCH-ID     PIC X(06).
           05  TFR-CHANNEL       PIC X(08).
           05  TFR-FEE-CODE      PIC X(08).
           05  TFR-EMPLOYEE-ID   PIC X(08).
           05  FILLER            PIC X(111).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-BUSINESS-DATE      PIC X(10).
       01  HV-LAST-RUN           PIC X(26).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-SEGMENT            PIC X(20).
       01  HV-ADDR-CITY          PIC X(30).
       01  HV-ADDR-STATE         PIC X(02).
       01  HV-ADDR-POSTAL-CODE   PIC X(10).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-RISK-FLAG          PIC X(20).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-HOUSEHOLD-ID       PIC X(10).
       01  HV-CHANGED-FLAG       PIC X(01).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-OPENED-DATE        PIC X(10).
       01  HV-MATURITY-DATE      PIC X(10).
       01  HV-TERM-MONTHS        PIC S9(4) COMP-5.
       01  HV-CLOSED-TO-NEW      PIC X(01).
       01  HV-SNAP-DATE          PIC X(10).
       01  HV-CLOSING-BALANCE    PIC S9(13)V99 COMP-3.
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-AMOUNT             PIC S9(13)V99 COMP-3.
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-CHANNEL            PIC X(08).
       01  HV-FEE-CODE           PIC X(08).
       01  HV-EMPLOYEE-ID        PIC X(08).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-CUST-FILE-STATUS   PIC XX.
       01  WS-ACCT-FILE-STATUS   PIC XX.
       01  WS-BAL-FILE-STATUS    PIC XX.
       01  WS-TXN-FILE-STATUS    PIC XX.
       01  WS-RESPONSE           PIC X(100).
       01  WS-FILES-OPEN         PIC X VALUE 'N'.
           88  FILES-OPEN            VALUE 'Y'.

      * Detail count and hash total per file. The facts hash their
      * amounts; the dimensions have no amount, so their hash is the
      * number of rows flagged changed.
       01  WS-CUST-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CUST-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ACCT-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-BAL-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-BAL-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TXN-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TXN-HASH           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-DW-HEADER.
           05  DWH-RECORD-TYPE   PIC X(01) VALUE 'H'.
           05  DWH-FILE-ID       PIC X(08).
           05  DWH-BUSINESS-DATE PIC X(10).
           05  DWH-EXTRACTED-AT  PIC X(26).
           05  DWH-CHANGES-SINCE PIC X(26).
           05  FILLER            PIC X(129) VALUE SPACES.

       01  WS-DW-TRAILER.
           05  DWT-RECORD-TYPE   PIC X(01) VALUE 'T'.
           05  DWT-COUNT         PIC 9(09).
           05  DWT-HASH          PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(174) VALUE SPACES.

       PROCEDURE DIVISION.

      * Nightly warehouse feed, so the analysts stop querying the
      * live tables: a customer dimension and an account/product
      * dimension, each row flagged when CUSTOMER_AUDIT or
      * ACCOUNT_AUDIT shows a change since this extract last ran
      * cleanly, plus the business date's closing balances from
      * ACCOUNT_BALANCE_SNAPSHOT and its TRANSACTIONS with branch and
      * channel. Runs after EODSNAP has written tonight's snapshot.
      * "Last ran cleanly" is read off BATCH_RUN_LOG, so a failed
      * night is covered again by the next run rather than skipped;
      * the first run ever flags every row.
       MAIN-LOGIC.
           DISPLAY "STARTING DATA WAREHOUSE EXTRACT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           EXEC SQL
               SET :HV-BUSINESS-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           PERFORM FIND-LAST-RUN

           PERFORM OPEN-EXTRACT-FILES

           IF NOT FILES-OPEN
               MOVE 'WAREHOUSE EXTRACT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE HV-BUSINESS-DATE TO DWH-BUSINESS-DATE
               MOVE HV-RUN-START     TO DWH-EXTRACTED-AT
               MOVE HV-LAST-RUN      TO DWH-CHANGES-SINCE

               PERFORM EXTRACT-CUSTOMER-DIMENSION
               PERFORM EXTRACT-ACCOUNT-DIMENSION
               PERFORM EXTRACT-BALANCE-FACT
               PERFORM EXTRACT-TRANSACTION-FACT

               CLOSE CUST-DIM-FILE
                     ACCT-DIM-FILE
                     BAL-FACT-FILE
                     TXN-FACT-FILE

               IF HV-RUN-STATUS = 'SUCCESS'
                   MOVE 'WAREHOUSE EXTRACT COMPLETE' TO WS-RESPONSE
               ELSE
                   MOVE 'WAREHOUSE EXTRACT ENDED WITH ERRORS'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "BUSINESS DATE       : " HV-BUSINESS-DATE
           DISPLAY "CHANGES SINCE       : " HV-LAST-RUN
           DISPLAY "CUSTOMER DIMENSION  : " WS-CUST-COUNT
           DISPLAY "ACCOUNT DIMENSION   : " WS-ACCT-COUNT
           DISPLAY "BALANCE FACT        : " WS-BAL-COUNT
           DISPLAY "TRANSACTION FACT    : " WS-TXN-COUNT

           COMPUTE HV-RUN-COUNT = WS-CUST-COUNT + WS-ACCT-COUNT
                                + WS-BAL-COUNT + WS-TXN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       FIND-LAST-RUN.
           MOVE SPACES TO HV-LAST-RUN

           EXEC SQL
               SELECT COALESCE(CHAR(MAX(STARTED_AT)),
                               '0001-01-01-00.00.00.000000')
               INTO :HV-LAST-RUN
               FROM BATCH_RUN_LOG
               WHERE PROGRAM_NAME = 'DWHEXT'
                 AND RUN_STATUS = 'SUCCESS'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING LAST RUN, SQLCODE: " SQLCODE
               MOVE '0001-01-01-00.00.00.000000' TO HV-LAST-RUN
           END-IF.

       OPEN-EXTRACT-FILES.
           MOVE 'N' TO WS-FILES-OPEN

           OPEN OUTPUT CUST-DIM-FILE
                       ACCT-DIM-FILE
                       BAL-FACT-FILE
                       TXN-FACT-FILE

           IF WS-CUST-FILE-STATUS = '00'
                   AND WS-ACCT-FILE-STATUS = '00'
                   AND WS-BAL-FILE-STATUS = '00'
                   AND WS-TXN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FILES-OPEN
           ELSE
               DISPLAY "ERROR OPENING EXTRACT FILES, STATUS: "
                   WS-CUST-FILE-STATUS ' ' WS-ACCT-FILE-STATUS ' '
                   WS-BAL-FILE-STATUS ' ' WS-TXN-FILE-STATUS
           END-IF.

      * Analysts get the customer's place in the book, not the
      * contact details: no street, phone, email or tax ID leaves
      * for the warehouse.
       EXTRACT-CUSTOMER-DIMENSION.
           MOVE 'CUSTDIM' TO DWH-FILE-ID
           WRITE CUST-DIM-RECORD FROM WS-DW-HEADER

           EXEC SQL
               DECLARE DW_CUST_CUR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.NAME,
                      COALESCE(C.CUSTOMER_TYPE, ' '),
                      COALESCE(C.SEGMENT, ' '),
                      COALESCE(C.ADDR_CITY, ' '),
                      COALESCE(C.ADDR_STATE, ' '),
                      COALESCE(C.ADDR_POSTAL_CODE, ' '),
                      COALESCE(C.RECORD_STATUS, ' '),
                      COALESCE(C.RISK_FLAG, ' '),
                      COALESCE(C.RM_EMPLOYEE_ID, ' '),
                      COALESCE(C.HOUSEHOLD_ID, ' '),
                      CASE WHEN EXISTS
                               (SELECT 1 FROM CUSTOMER_AUDIT U
                                WHERE U.CUSTOMER_ID = C.CUSTOMER_ID
                                  AND U.CHANGED_AT >=
                                      TIMESTAMP(:HV-LAST-RUN))
                           THEN 'Y' ELSE 'N' END
               FROM CUSTOMER_MASTER C
               ORDER BY C.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN DW_CUST_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DW_CUST_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-CUSTOMER-TYPE,
                       :HV-SEGMENT,
                       :HV-ADDR-CITY,
                       :HV-ADDR-STATE,
                       :HV-ADDR-POSTAL-CODE,
                       :HV-RECORD-STATUS,
                       :HV-RISK-FLAG,
                       :HV-RM-EMPLOYEE-ID,
                       :HV-HOUSEHOLD-ID,
                       :HV-CHANGED-FLAG
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO CUST-DIM-RECORD
                   MOVE 'D'                 TO CDR-RECORD-TYPE
                   MOVE HV-CUSTOMER-ID      TO CDR-CUSTOMER-ID
                   MOVE HV-NAME             TO CDR-NAME
                   MOVE HV-CUSTOMER-TYPE    TO CDR-CUSTOMER-TYPE
                   MOVE HV-SEGMENT          TO CDR-SEGMENT
                   MOVE HV-ADDR-CITY        TO CDR-ADDR-CITY
                   MOVE HV-ADDR-STATE       TO CDR-ADDR-STATE
                   MOVE HV-ADDR-POSTAL-CODE TO CDR-ADDR-POSTAL-CODE
                   MOVE HV-RECORD-STATUS    TO CDR-RECORD-STATUS
                   MOVE HV-RISK-FLAG        TO CDR-RISK-FLAG
                   MOVE HV-RM-EMPLOYEE-ID   TO CDR-RM-EMPLOYEE-ID
                   MOVE HV-HOUSEHOLD-ID     TO CDR-HOUSEHOLD-ID
                   MOVE HV-CHANGED-FLAG     TO CDR-CHANGED-FLAG
                   WRITE CUST-DIM-RECORD
                   ADD 1 TO WS-CUST-COUNT
                   IF HV-CHANGED-FLAG = 'Y'
                       ADD 1 TO WS-CUST-HASH
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CUSTOMERS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DW_CUST_CUR END-EXEC

           MOVE WS-CUST-COUNT TO DWT-COUNT
           MOVE WS-CUST-HASH  TO DWT-HASH
           WRITE CUST-DIM-RECORD FROM WS-DW-TRAILER.

      * ACCOUNT_TYPE is the product code; the product's term and
      * whether it is still sold come from PRODUCT_MASTER.
       EXTRACT-ACCOUNT-DIMENSION.
           MOVE 'ACCTDIM' TO DWH-FILE-ID
           WRITE ACCT-DIM-RECORD FROM WS-DW-HEADER

           EXEC SQL
               DECLARE DW_ACCT_CUR CURSOR FOR
               SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_TYPE,
                      A.ACCOUNT_STATUS,
                      COALESCE(CHAR(DATE(A.OPENED_DATE), ISO), ' '),
                      COALESCE(CHAR(A.MATURITY_DATE, ISO), ' '),
                      COALESCE(P.TERM_MONTHS, 0),
                      COALESCE(P.CLOSED_TO_NEW, 'N'),
                      CASE WHEN EXISTS
                               (SELECT 1 FROM ACCOUNT_AUDIT U
                                WHERE U.ACCOUNT_ID = A.ACCOUNT_ID
                                  AND U.CHANGED_AT >=
                                      TIMESTAMP(:HV-LAST-RUN))
                           THEN 'Y' ELSE 'N' END
               FROM ACCOUNTS A
               LEFT OUTER JOIN PRODUCT_MASTER P
                 ON P.PRODUCT_CODE = A.ACCOUNT_TYPE
               ORDER BY A.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN DW_ACCT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DW_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-ACCOUNT-STATUS,
                       :HV-OPENED-DATE,
                       :HV-MATURITY-DATE,
                       :HV-TERM-MONTHS,
                       :HV-CLOSED-TO-NEW,
                       :HV-CHANGED-FLAG
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO ACCT-DIM-RECORD
                   MOVE 'D'               TO ADR-RECORD-TYPE
                   MOVE HV-ACCOUNT-ID     TO ADR-ACCOUNT-ID
                   MOVE HV-CUSTOMER-ID    TO ADR-CUSTOMER-ID
                   MOVE HV-ACCOUNT-TYPE   TO ADR-PRODUCT-CODE
                   MOVE HV-ACCOUNT-STATUS TO ADR-ACCOUNT-STATUS
                   MOVE HV-OPENED-DATE    TO ADR-OPENED-DATE
                   MOVE HV-MATURITY-DATE  TO ADR-MATURITY-DATE
                   MOVE HV-TERM-MONTHS    TO ADR-TERM-MONTHS
                   MOVE HV-CLOSED-TO-NEW  TO ADR-CLOSED-TO-NEW
                   MOVE HV-CHANGED-FLAG   TO ADR-CHANGED-FLAG
                   WRITE ACCT-DIM-RECORD
                   ADD 1 TO WS-ACCT-COUNT
                   IF HV-CHANGED-FLAG = 'Y'
                       ADD 1 TO WS-ACCT-HASH
                   END-IF
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING ACCOUNTS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DW_ACCT_CUR END-EXEC

           MOVE WS-ACCT-COUNT TO DWT-COUNT
           MOVE WS-ACCT-HASH  TO DWT-HASH
           WRITE ACCT-DIM-RECORD FROM WS-DW-TRAILER.

       EXTRACT-BALANCE-FACT.
           MOVE 'BALFACT' TO DWH-FILE-ID
           WRITE BAL-FACT-RECORD FROM WS-DW-HEADER

           EXEC SQL
               DECLARE DW_BAL_CUR CURSOR FOR
               SELECT CHAR(SNAP_DATE, ISO), ACCOUNT_ID, CUSTOMER_ID,
                      CLOSING_BALANCE
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE = DATE(:HV-BUSINESS-DATE)
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN DW_BAL_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DW_BAL_CUR INTO
                       :HV-SNAP-DATE,
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-CLOSING-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO BAL-FACT-RECORD
                   MOVE 'D'                TO BFR-RECORD-TYPE
                   MOVE HV-SNAP-DATE       TO BFR-SNAP-DATE
                   MOVE HV-ACCOUNT-ID      TO BFR-ACCOUNT-ID
                   MOVE HV-CUSTOMER-ID     TO BFR-CUSTOMER-ID
                   MOVE HV-CLOSING-BALANCE TO BFR-CLOSING-BALANCE
                   WRITE BAL-FACT-RECORD
                   ADD 1 TO WS-BAL-COUNT
                   ADD HV-CLOSING-BALANCE TO WS-BAL-HASH
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING BALANCE SNAPSHOT, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DW_BAL_CUR END-EXEC

           IF WS-BAL-COUNT = 0
               DISPLAY "NO BALANCE SNAPSHOT FOR " HV-BUSINESS-DATE
                   " - HAS EODSNAP RUN?"
           END-IF

           MOVE WS-BAL-COUNT TO DWT-COUNT
           MOVE WS-BAL-HASH  TO DWT-HASH
           WRITE BAL-FACT-RECORD FROM WS-DW-TRAILER.

      * Rows posted by batch carry no branch or channel; they go out
      * blank rather than being dropped.
       EXTRACT-TRANSACTION-FACT.
           MOVE 'TXNFACT' TO DWH-FILE-ID
           WRITE TXN-FACT-RECORD FROM WS-DW-HEADER

           EXEC SQL
               DECLARE DW_TXN_CUR CURSOR FOR
               SELECT CHAR(TXN_DATE, ISO), ACCOUNT_ID, CUSTOMER_ID,
                      TXN_TYPE, AMOUNT,
                      COALESCE(BRANCH_ID, ' '),
                      COALESCE(CHANNEL, ' '),
                      COALESCE(FEE_CODE, ' '),
                      COALESCE(EMPLOYEE_ID, ' ')
               FROM TRANSACTIONS
               WHERE TXN_DATE = DATE(:HV-BUSINESS-DATE)
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN DW_TXN_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DW_TXN_CUR INTO
                       :HV-TXN-DATE,
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-TXN-TYPE,
                       :HV-AMOUNT,
                       :HV-BRANCH-ID,
                       :HV-CHANNEL,
                       :HV-FEE-CODE,
                       :HV-EMPLOYEE-ID
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO TXN-FACT-RECORD
                   MOVE 'D'            TO TFR-RECORD-TYPE
                   MOVE HV-TXN-DATE    TO TFR-TXN-DATE
                   MOVE HV-ACCOUNT-ID  TO TFR-ACCOUNT-ID
                   MOVE HV-CUSTOMER-ID TO TFR-CUSTOMER-ID
                   MOVE HV-TXN-TYPE    TO TFR-TXN-TYPE
                   MOVE HV-AMOUNT      TO TFR-AMOUNT
                   MOVE HV-BRANCH-ID   TO TFR-BRANCH-ID
                   MOVE HV-CHANNEL     TO TFR-CHANNEL
                   MOVE HV-FEE-CODE    TO TFR-FEE-CODE
                   MOVE HV-EMPLOYEE-ID TO TFR-EMPLOYEE-ID
                   WRITE TXN-FACT-RECORD
                   ADD 1 TO WS-TXN-COUNT
                   ADD HV-AMOUNT TO WS-TXN-HASH
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING TRANSACTIONS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DW_TXN_CUR END-EXEC

           MOVE WS-TXN-COUNT TO DWT-COUNT
           MOVE WS-TXN-HASH  TO DWT-HASH
           WRITE TXN-FACT-RECORD FROM WS-DW-TRAILER.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so BATCHRUN can see a step that blew up
      * instead of checkpointing it as complete. A SUCCESS row is
      * also what the next run measures its changes from.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('DWHEXT', :HV-RUN-START, :HV-RUN-END,
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
