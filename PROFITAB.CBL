       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITAB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO PROFOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-HOUSEHOLD-ID       PIC X(10).
       01  HV-SEGMENT            PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-GROUP-KEY          PIC X(30).
       01  HV-MEMBER-COUNT       PIC S9(9) COMP-5.
       01  HV-FEE-REVENUE        PIC S9(13)V99 COMP-3.
       01  HV-INTEREST-EXPENSE   PIC S9(13)V99 COMP-3.
       01  HV-FUNDING-CREDIT     PIC S9(13)V99 COMP-3.
       01  HV-REDRESS-COST       PIC S9(13)V99 COMP-3.
       01  HV-WAIVER-COST        PIC S9(13)V99 COMP-3.
       01  HV-NET-CONTRIBUTION   PIC S9(13)V99 COMP-3.
       01  HV-FUNDING-FACTOR     PIC S9(1)V9(12) COMP-3.
       01  HV-SNAP-DAYS          PIC S9(9) COMP-5.
       01  HV-REPORT-MONTH       PIC X(07).
       01  HV-MONTH-START        PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-RUN-DATE           PIC X(26).
       01  WS-REPORT-MONTH       PIC X(07).
       01  WS-CUSTOMER-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-HOUSEHOLD-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RANK               PIC 9(9) VALUE ZERO.

      * Annual funding rate credited on deposit balances, in basis
      * points. Overridden by the FTPRATE row in BATCH_PARMS.
       01  WS-FUNDING-RATE-BP    PIC 9(4) VALUE 0300.

       01  WS-TOT-FEE-REVENUE    PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INTEREST       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FUNDING        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-REDRESS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-WAIVERS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-NET            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'MONTHLY CUSTOMER AND HOUSEHOLD PROFITABILITY'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-MONTH      PIC X(07).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(24)
               VALUE 'FUNDING RATE (BP P.A.): '.
           05  WS-SUB-RATE       PIC ZZZ9.

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-CUST-HEADING-1.
           05  FILLER            PIC X(07) VALUE '   RANK'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(11) VALUE 'HOUSEHOLD'.
           05  FILLER            PIC X(13) VALUE 'SEGMENT'.
           05  FILLER            PIC X(07) VALUE 'BRANCH'.
           05  FILLER            PIC X(13) VALUE '  FEE REVENUE'.
           05  FILLER            PIC X(13) VALUE '     INTEREST'.
           05  FILLER            PIC X(13) VALUE '      FUNDING'.
           05  FILLER            PIC X(13) VALUE '      REDRESS'.
           05  FILLER            PIC X(13) VALUE '      WAIVERS'.
           05  FILLER            PIC X(14) VALUE '  NET CONTRIB'.

       01  WS-HEADING-2.
           05  FILLER            PIC X(128) VALUE ALL '-'.

       01  WS-CUST-DETAIL-LINE.
           05  WS-DET-RANK       PIC Z(6)9.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-DET-CUSTOMER   PIC X(11).
           05  WS-DET-HOUSEHOLD  PIC X(11).
           05  WS-DET-SEGMENT    PIC X(13).
           05  WS-DET-BRANCH     PIC X(07).
           05  WS-DET-FEES       PIC -(9)9.99.
           05  WS-DET-INTEREST   PIC -(9)9.99.
           05  WS-DET-FUNDING    PIC -(9)9.99.
           05  WS-DET-REDRESS    PIC -(9)9.99.
           05  WS-DET-WAIVERS    PIC -(9)9.99.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-DET-NET        PIC -(9)9.99.

       01  WS-HH-HEADING-1.
           05  FILLER            PIC X(07) VALUE '   RANK'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'HOUSEHOLD'.
           05  FILLER            PIC X(31) VALUE '   MEMBERS'.
           05  FILLER            PIC X(13) VALUE '  FEE REVENUE'.
           05  FILLER            PIC X(13) VALUE '     INTEREST'.
           05  FILLER            PIC X(13) VALUE '      FUNDING'.
           05  FILLER            PIC X(13) VALUE '      REDRESS'.
           05  FILLER            PIC X(13) VALUE '      WAIVERS'.
           05  FILLER            PIC X(14) VALUE '  NET CONTRIB'.

       01  WS-HH-DETAIL-LINE.
           05  WS-HHD-RANK       PIC Z(6)9.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-HHD-HOUSEHOLD  PIC X(11).
           05  WS-HHD-MEMBERS    PIC Z(9)9.
           05  FILLER            PIC X(21) VALUE SPACES.
           05  WS-HHD-FEES       PIC -(9)9.99.
           05  WS-HHD-INTEREST   PIC -(9)9.99.
           05  WS-HHD-FUNDING    PIC -(9)9.99.
           05  WS-HHD-REDRESS    PIC -(9)9.99.
           05  WS-HHD-WAIVERS    PIC -(9)9.99.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-HHD-NET        PIC -(9)9.99.

       01  WS-GROUP-HEADING-1.
           05  WS-GRH-KEY-TITLE  PIC X(31).
           05  FILLER            PIC X(19) VALUE ' CUSTOMERS'.
           05  FILLER            PIC X(13) VALUE '  FEE REVENUE'.
           05  FILLER            PIC X(13) VALUE '     INTEREST'.
           05  FILLER            PIC X(13) VALUE '      FUNDING'.
           05  FILLER            PIC X(13) VALUE '      REDRESS'.
           05  FILLER            PIC X(13) VALUE '      WAIVERS'.
           05  FILLER            PIC X(14) VALUE '  NET CONTRIB'.

       01  WS-GROUP-DETAIL-LINE.
           05  WS-GRD-KEY        PIC X(31).
           05  WS-GRD-CUSTOMERS  PIC Z(9)9.
           05  FILLER            PIC X(09) VALUE SPACES.
           05  WS-GRD-FEES       PIC -(9)9.99.
           05  WS-GRD-INTEREST   PIC -(9)9.99.
           05  WS-GRD-FUNDING    PIC -(9)9.99.
           05  WS-GRD-REDRESS    PIC -(9)9.99.
           05  WS-GRD-WAIVERS    PIC -(9)9.99.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-GRD-NET        PIC -(9)9.99.

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'CUSTOMERS              : '.
           05  WS-SUM-CUSTOMERS  PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'HOUSEHOLDS             : '.
           05  WS-SUM-HOUSEHOLDS PIC ZZZZZZZZ9.

       01  WS-SUMMARY-AMOUNT-LINE.
           05  WS-SUM-LABEL      PIC X(25).
           05  WS-SUM-AMOUNT     PIC -(13)9.99.

       PROCEDURE DIVISION.

      * Month-end profitability of every customer and household, the
      * figure Finance and the RMs ask for when pricing a relationship
      * or deciding whom to chase. Per customer the month's
      *   fee revenue      - FEE postings, less any reversed in the
      *                      month (the way FEEREP nets them),
      *   interest expense - INTEREST postings (ACCRUAL's credit
      *                      interest and settlement interest),
      *   funding credit   - the average of the month's positive
      *                      ACCOUNT_BALANCE_SNAPSHOT balances, at the
      *                      annual funding rate for one month,
      *   redress cost     - COMPLAINT_REDRESS posted in the month,
      *   waiver cost      - FEE_WAIVERS granted in the month,
      * and the net contribution, fee revenue plus funding credit less
      * the three costs. Accounts are attributed to their primary
      * holder, as EODSNAP and FEEREP do. The results are kept in
      * CUSTOMER_PROFITABILITY and rolled up over HOUSEBLD's
      * HOUSEHOLD_ID into HOUSEHOLD_PROFITABILITY, so the trend is
      * there to read month on month; a rerun for a month replaces
      * that month's rows rather than doubling them.
      *
      * A customer's branch is the branch of their latest
      * branch-stamped posting up to the month end - the customer
      * master carries no home branch - and is blank for a customer
      * who has only ever banked through batch and digital channels.
      *
      * The report covers the calendar month of the run date - it
      * runs in BATCHRUN's MONTHEND slot after ACCRUAL and EODSNAP,
      * so the month's interest, fees and last snapshot are on file.
      * A RPTMONTH row in BATCH_PARMS (YYYY-MM) re-runs it for an
      * earlier month.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY PROFITABILITY REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-MONTH
           PERFORM SET-FUNDING-FACTOR

           IF HV-RUN-STATUS = 'SUCCESS'
               PERFORM BUILD-PROFITABILITY
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 'PROFITABILITY RUN FAILED - SQL ERROR'
                   TO WS-RESPONSE
           ELSE
               OPEN OUTPUT REPORT-FILE

               IF NOT WS-FILE-OK
                   DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE 'PROFITABILITY REPORT FAILED - FILE OPEN ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
                   MOVE WS-REPORT-MONTH TO WS-SUB-MONTH
                   MOVE WS-FUNDING-RATE-BP TO WS-SUB-RATE
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

                   PERFORM WRITE-HOUSEHOLD-SECTION
                   PERFORM WRITE-CUSTOMER-SECTION
                   PERFORM WRITE-SEGMENT-SECTION
                   PERFORM WRITE-BRANCH-SECTION
                   PERFORM WRITE-PROFIT-TOTALS

                   CLOSE REPORT-FILE

                   IF HV-RUN-STATUS = 'FAILURE'
                       MOVE 'PROFITABILITY REPORT FAILED - SQL ERROR'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'PROFITABILITY REPORT GENERATED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH        : " WS-REPORT-MONTH
           DISPLAY "SNAPSHOT DAYS       : " HV-SNAP-DAYS
           DISPLAY "CUSTOMERS           : " WS-CUSTOMER-COUNT
           DISPLAY "HOUSEHOLDS          : " WS-HOUSEHOLD-COUNT

           COMPUTE HV-RUN-COUNT = WS-CUSTOMER-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTMONTH override must look like YYYY-MM; anything else is
      * ignored and the run's own month reported.
       SET-REPORT-MONTH.
           MOVE WS-RUN-DATE(1:7) TO WS-REPORT-MONTH
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'PROFITAB'
                 AND PARM_NAME = 'RPTMONTH'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-REPORT-MONTH
           END-IF

           MOVE WS-REPORT-MONTH TO HV-REPORT-MONTH
           MOVE SPACES TO HV-MONTH-START
           STRING WS-REPORT-MONTH '-01'
               DELIMITED BY SIZE INTO HV-MONTH-START
           END-STRING.

      * The funding credit is the month's summed positive snapshot
      * balances divided by the number of snapshot days on file for
      * the month - the average balance - times a twelfth of the
      * annual rate. FTPRATE in BATCH_PARMS is the rate in basis
      * points ('0325' = 3.25%); a missing or non-numeric row leaves
      * the default in place. With no snapshots for the month the
      * factor is zero and no funding credit is given, rather than
      * guessing at a balance.
       SET-FUNDING-FACTOR.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'PROFITAB'
                 AND PARM_NAME = 'FTPRATE'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:4) NUMERIC
               MOVE HV-PARM-VALUE(1:4) TO WS-FUNDING-RATE-BP
           END-IF

           MOVE ZERO TO HV-SNAP-DAYS

           EXEC SQL
               SELECT COUNT(DISTINCT SNAP_DATE)
               INTO :HV-SNAP-DAYS
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE >= :HV-MONTH-START
                 AND SNAP_DATE < DATE(:HV-MONTH-START) + 1 MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR COUNTING SNAPSHOT DAYS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           IF HV-SNAP-DAYS > 0
               COMPUTE HV-FUNDING-FACTOR ROUNDED =
                   WS-FUNDING-RATE-BP / 10000 / 12 / HV-SNAP-DAYS
           ELSE
               MOVE ZERO TO HV-FUNDING-FACTOR
           END-IF.

      * Clear the month, then write the customer rows and roll them
      * up into the household rows - all three commit together or
      * not at all, so the history never holds half a month.
      * Customers closed with nothing to show for the month are left
      * out; a customer closed during it still carries the closing
      * fee and any last interest.
       BUILD-PROFITABILITY.
           EXEC SQL
               DELETE FROM HOUSEHOLD_PROFITABILITY
               WHERE PERIOD_MONTH = :HV-REPORT-MONTH
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM CUSTOMER_PROFITABILITY
                   WHERE PERIOD_MONTH = :HV-REPORT-MONTH
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR CLEARING PROFITABILITY MONTH, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO CUSTOMER_PROFITABILITY
                   (PERIOD_MONTH, CUSTOMER_ID, HOUSEHOLD_ID, SEGMENT,
                    BRANCH_ID, FEE_REVENUE, INTEREST_EXPENSE,
                    FUNDING_CREDIT, REDRESS_COST, WAIVER_COST,
                    NET_CONTRIBUTION, CALCULATED_AT)
               SELECT :HV-REPORT-MONTH, P.CUSTOMER_ID, P.HOUSEHOLD_ID,
                      P.SEGMENT, P.BRANCH_ID, P.FEE_REVENUE,
                      P.INTEREST_EXPENSE, P.FUNDING_CREDIT,
                      P.REDRESS_COST, P.WAIVER_COST,
                      P.FEE_REVENUE + P.FUNDING_CREDIT
                          - P.INTEREST_EXPENSE - P.REDRESS_COST
                          - P.WAIVER_COST,
                      CURRENT TIMESTAMP
               FROM (
                   SELECT C.CUSTOMER_ID,
                          COALESCE(C.HOUSEHOLD_ID, C.CUSTOMER_ID)
                              AS HOUSEHOLD_ID,
                          COALESCE(C.SEGMENT, ' ') AS SEGMENT,
                          COALESCE(C.RECORD_STATUS, ' ')
                              AS RECORD_STATUS,
                          COALESCE(
                              (SELECT T.BRANCH_ID
                               FROM TRANSACTIONS T, ACCOUNTS A
                               WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND T.ACCOUNT_ID = A.ACCOUNT_ID
                                 AND T.BRANCH_ID IS NOT NULL
                                 AND T.BRANCH_ID NOT = ' '
                                 AND T.TXN_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH
                               ORDER BY T.TXN_DATE DESC
                               FETCH FIRST 1 ROW ONLY), ' ')
                              AS BRANCH_ID,
                          COALESCE(
                              (SELECT SUM(0 - T.AMOUNT)
                               FROM TRANSACTIONS T, ACCOUNTS A
                               WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND T.ACCOUNT_ID = A.ACCOUNT_ID
                                 AND T.TXN_TYPE = 'FEE'
                                 AND T.TXN_DATE >= :HV-MONTH-START
                                 AND T.TXN_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0)
                          - COALESCE(
                              (SELECT SUM(0 - T.AMOUNT)
                               FROM TRANSACTION_REVERSALS R,
                                    TRANSACTIONS T, ACCOUNTS A
                               WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND R.ACCOUNT_ID = A.ACCOUNT_ID
                                 AND T.ACCOUNT_ID = R.ACCOUNT_ID
                                 AND T.TXN_DATE = R.TXN_DATE
                                 AND T.AMOUNT = R.AMOUNT
                                 AND T.TXN_TYPE = 'FEE'
                                 AND R.REVERSAL_DATE >= :HV-MONTH-START
                                 AND R.REVERSAL_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0) AS FEE_REVENUE,
                          COALESCE(
                              (SELECT SUM(T.AMOUNT)
                               FROM TRANSACTIONS T, ACCOUNTS A
                               WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND T.ACCOUNT_ID = A.ACCOUNT_ID
                                 AND T.TXN_TYPE = 'INTEREST'
                                 AND T.TXN_DATE >= :HV-MONTH-START
                                 AND T.TXN_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0) AS INTEREST_EXPENSE,
                          DECIMAL(ROUND(COALESCE(
                              (SELECT SUM(S.CLOSING_BALANCE)
                               FROM ACCOUNT_BALANCE_SNAPSHOT S
                               WHERE S.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND S.CLOSING_BALANCE > 0
                                 AND S.SNAP_DATE >= :HV-MONTH-START
                                 AND S.SNAP_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0) * :HV-FUNDING-FACTOR, 2), 15, 2)
                              AS FUNDING_CREDIT,
                          COALESCE(
                              (SELECT SUM(D.AMOUNT)
                               FROM COMPLAINT_REDRESS D
                               WHERE D.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND DATE(D.POSTED_AT)
                                     >= :HV-MONTH-START
                                 AND DATE(D.POSTED_AT)
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0) AS REDRESS_COST,
                          COALESCE(
                              (SELECT SUM(W.WAIVED_AMOUNT)
                               FROM FEE_WAIVERS W
                               WHERE W.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND W.WAIVED_DATE >= :HV-MONTH-START
                                 AND W.WAIVED_DATE
                                     < DATE(:HV-MONTH-START) + 1 MONTH),
                              0) AS WAIVER_COST
                   FROM CUSTOMER_MASTER C
               ) AS P
               WHERE P.RECORD_STATUS NOT = 'CLOSED'
                  OR P.FEE_REVENUE NOT = 0
                  OR P.INTEREST_EXPENSE NOT = 0
                  OR P.FUNDING_CREDIT NOT = 0
                  OR P.REDRESS_COST NOT = 0
                  OR P.WAIVER_COST NOT = 0
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CUSTOMER-COUNT
               WHEN SQLCODE = 100
                   MOVE ZERO TO WS-CUSTOMER-COUNT
               WHEN OTHER
                   DISPLAY "ERROR WRITING CUSTOMER PROFITABILITY, "
                       "SQLCODE: " SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
                   EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
               INSERT INTO HOUSEHOLD_PROFITABILITY
                   (PERIOD_MONTH, HOUSEHOLD_ID, MEMBER_COUNT,
                    FEE_REVENUE, INTEREST_EXPENSE, FUNDING_CREDIT,
                    REDRESS_COST, WAIVER_COST, NET_CONTRIBUTION,
                    CALCULATED_AT)
               SELECT PERIOD_MONTH, HOUSEHOLD_ID, COUNT(*),
                      SUM(FEE_REVENUE), SUM(INTEREST_EXPENSE),
                      SUM(FUNDING_CREDIT), SUM(REDRESS_COST),
                      SUM(WAIVER_COST), SUM(NET_CONTRIBUTION),
                      CURRENT TIMESTAMP
               FROM CUSTOMER_PROFITABILITY
               WHERE PERIOD_MONTH = :HV-REPORT-MONTH
               GROUP BY PERIOD_MONTH, HOUSEHOLD_ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-HOUSEHOLD-COUNT
                   EXEC SQL COMMIT END-EXEC
               WHEN SQLCODE = 100
                   MOVE ZERO TO WS-HOUSEHOLD-COUNT
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   DISPLAY "ERROR WRITING HOUSEHOLD PROFITABILITY, "
                       "SQLCODE: " SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
                   MOVE ZERO TO WS-CUSTOMER-COUNT
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

      * Households ranked best first. A household of one is still a
      * household here, so every customer is represented once.
       WRITE-HOUSEHOLD-SECTION.
           MOVE 'HOUSEHOLDS RANKED BY NET CONTRIBUTION'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-HH-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-RANK

           EXEC SQL
               DECLARE HH_PROFIT_CUR CURSOR FOR
               SELECT HOUSEHOLD_ID, MEMBER_COUNT,
                      FEE_REVENUE, INTEREST_EXPENSE, FUNDING_CREDIT,
                      REDRESS_COST, WAIVER_COST, NET_CONTRIBUTION
               FROM HOUSEHOLD_PROFITABILITY
               WHERE PERIOD_MONTH = :HV-REPORT-MONTH
               ORDER BY NET_CONTRIBUTION DESC, HOUSEHOLD_ID
           END-EXEC

           EXEC SQL OPEN HH_PROFIT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH HH_PROFIT_CUR INTO
                       :HV-HOUSEHOLD-ID,
                       :HV-MEMBER-COUNT,
                       :HV-FEE-REVENUE,
                       :HV-INTEREST-EXPENSE,
                       :HV-FUNDING-CREDIT,
                       :HV-REDRESS-COST,
                       :HV-WAIVER-COST,
                       :HV-NET-CONTRIBUTION
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-RANK
                   MOVE WS-RANK             TO WS-HHD-RANK
                   MOVE HV-HOUSEHOLD-ID     TO WS-HHD-HOUSEHOLD
                   MOVE HV-MEMBER-COUNT     TO WS-HHD-MEMBERS
                   MOVE HV-FEE-REVENUE      TO WS-HHD-FEES
                   MOVE HV-INTEREST-EXPENSE TO WS-HHD-INTEREST
                   MOVE HV-FUNDING-CREDIT   TO WS-HHD-FUNDING
                   MOVE HV-REDRESS-COST     TO WS-HHD-REDRESS
                   MOVE HV-WAIVER-COST      TO WS-HHD-WAIVERS
                   MOVE HV-NET-CONTRIBUTION TO WS-HHD-NET
                   WRITE REPORT-LINE FROM WS-HH-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING HOUSEHOLD PROFITABILITY, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE HH_PROFIT_CUR END-EXEC

           IF WS-RANK = 0
               MOVE '  NO HOUSEHOLDS FOR THE MONTH' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Customers ranked best first, carrying the household, segment
      * and branch they are broken down under below. The grand
      * totals are taken here, from the customer rows.
       WRITE-CUSTOMER-SECTION.
           MOVE 'CUSTOMERS RANKED BY NET CONTRIBUTION'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-CUST-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-RANK

           EXEC SQL
               DECLARE CUST_PROFIT_CUR CURSOR FOR
               SELECT CUSTOMER_ID, HOUSEHOLD_ID, SEGMENT, BRANCH_ID,
                      FEE_REVENUE, INTEREST_EXPENSE, FUNDING_CREDIT,
                      REDRESS_COST, WAIVER_COST, NET_CONTRIBUTION
               FROM CUSTOMER_PROFITABILITY
               WHERE PERIOD_MONTH = :HV-REPORT-MONTH
               ORDER BY NET_CONTRIBUTION DESC, CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN CUST_PROFIT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CUST_PROFIT_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-HOUSEHOLD-ID,
                       :HV-SEGMENT,
                       :HV-BRANCH-ID,
                       :HV-FEE-REVENUE,
                       :HV-INTEREST-EXPENSE,
                       :HV-FUNDING-CREDIT,
                       :HV-REDRESS-COST,
                       :HV-WAIVER-COST,
                       :HV-NET-CONTRIBUTION
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-CUSTOMER-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CUSTOMER PROFITABILITY, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CUST_PROFIT_CUR END-EXEC

           IF WS-RANK = 0
               MOVE '  NO CUSTOMERS FOR THE MONTH' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-CUSTOMER-DETAIL.
           ADD 1 TO WS-RANK

           MOVE WS-RANK             TO WS-DET-RANK
           MOVE HV-CUSTOMER-ID      TO WS-DET-CUSTOMER
           MOVE HV-HOUSEHOLD-ID     TO WS-DET-HOUSEHOLD
           MOVE HV-SEGMENT          TO WS-DET-SEGMENT
           MOVE HV-BRANCH-ID        TO WS-DET-BRANCH
           MOVE HV-FEE-REVENUE      TO WS-DET-FEES
           MOVE HV-INTEREST-EXPENSE TO WS-DET-INTEREST
           MOVE HV-FUNDING-CREDIT   TO WS-DET-FUNDING
           MOVE HV-REDRESS-COST     TO WS-DET-REDRESS
           MOVE HV-WAIVER-COST      TO WS-DET-WAIVERS
           MOVE HV-NET-CONTRIBUTION TO WS-DET-NET
           WRITE REPORT-LINE FROM WS-CUST-DETAIL-LINE

           ADD HV-FEE-REVENUE      TO WS-TOT-FEE-REVENUE
           ADD HV-INTEREST-EXPENSE TO WS-TOT-INTEREST
           ADD HV-FUNDING-CREDIT   TO WS-TOT-FUNDING
           ADD HV-REDRESS-COST     TO WS-TOT-REDRESS
           ADD HV-WAIVER-COST      TO WS-TOT-WAIVERS
           ADD HV-NET-CONTRIBUTION TO WS-TOT-NET.

      * One line per customer segment, best first; a customer not
      * yet segmented shows under a blank segment.
       WRITE-SEGMENT-SECTION.
           MOVE 'NET CONTRIBUTION BY SEGMENT' TO WS-SECTION-TITLE
           MOVE 'SEGMENT' TO WS-GRH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GROUP-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-GROUP-COUNT

           EXEC SQL
               DECLARE SEG_PROFIT_CUR CURSOR FOR
               SELECT SEGMENT, COUNT(*),
                      SUM(FEE_REVENUE), SUM(INTEREST_EXPENSE),
                      SUM(FUNDING_CREDIT), SUM(REDRESS_COST),
                      SUM(WAIVER_COST), SUM(NET_CONTRIBUTION)
               FROM CUSTOMER_PROFITABILITY
               WHERE PERIOD_MONTH = :HV-REPORT-MONTH
               GROUP BY SEGMENT
               ORDER BY 8 DESC, SEGMENT
           END-EXEC

           EXEC SQL OPEN SEG_PROFIT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SEG_PROFIT_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-MEMBER-COUNT,
                       :HV-FEE-REVENUE,
                       :HV-INTEREST-EXPENSE,
                       :HV-FUNDING-CREDIT,
                       :HV-REDRESS-COST,
                       :HV-WAIVER-COST,
                       :HV-NET-CONTRIBUTION
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SEGMENT PROFITABILITY, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SEG_PROFIT_CUR END-EXEC

           IF WS-GROUP-COUNT = 0
               MOVE '  NO CUSTOMERS FOR THE MONTH' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * One line per branch, best first, with the branch name from
      * the BRCHMSTR register where there is one. Customers with no
      * branch-stamped posting are grouped as NO BRANCH.
       WRITE-BRANCH-SECTION.
           MOVE 'NET CONTRIBUTION BY BRANCH' TO WS-SECTION-TITLE
           MOVE 'BRANCH' TO WS-GRH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GROUP-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-GROUP-COUNT

           EXEC SQL
               DECLARE BR_PROFIT_CUR CURSOR FOR
               SELECT CASE WHEN P.BRANCH_ID = ' '
                           THEN 'NO BRANCH'
                           ELSE P.BRANCH_ID || ' '
                                || COALESCE(B.BRANCH_NAME, ' ')
                      END,
                      COUNT(*),
                      SUM(P.FEE_REVENUE), SUM(P.INTEREST_EXPENSE),
                      SUM(P.FUNDING_CREDIT), SUM(P.REDRESS_COST),
                      SUM(P.WAIVER_COST), SUM(P.NET_CONTRIBUTION)
               FROM CUSTOMER_PROFITABILITY P
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = P.BRANCH_ID
               WHERE P.PERIOD_MONTH = :HV-REPORT-MONTH
               GROUP BY P.BRANCH_ID, B.BRANCH_NAME
               ORDER BY 8 DESC, P.BRANCH_ID
           END-EXEC

           EXEC SQL OPEN BR_PROFIT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH BR_PROFIT_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-MEMBER-COUNT,
                       :HV-FEE-REVENUE,
                       :HV-INTEREST-EXPENSE,
                       :HV-FUNDING-CREDIT,
                       :HV-REDRESS-COST,
                       :HV-WAIVER-COST,
                       :HV-NET-CONTRIBUTION
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING BRANCH PROFITABILITY, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE BR_PROFIT_CUR END-EXEC

           IF WS-GROUP-COUNT = 0
               MOVE '  NO CUSTOMERS FOR THE MONTH' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-GROUP-DETAIL.
           ADD 1 TO WS-GROUP-COUNT

           MOVE HV-GROUP-KEY        TO WS-GRD-KEY
           MOVE HV-MEMBER-COUNT     TO WS-GRD-CUSTOMERS
           MOVE HV-FEE-REVENUE      TO WS-GRD-FEES
           MOVE HV-INTEREST-EXPENSE TO WS-GRD-INTEREST
           MOVE HV-FUNDING-CREDIT   TO WS-GRD-FUNDING
           MOVE HV-REDRESS-COST     TO WS-GRD-REDRESS
           MOVE HV-WAIVER-COST      TO WS-GRD-WAIVERS
           MOVE HV-NET-CONTRIBUTION TO WS-GRD-NET
           WRITE REPORT-LINE FROM WS-GROUP-DETAIL-LINE.

       WRITE-PROFIT-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-CUSTOMER-COUNT TO WS-SUM-CUSTOMERS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-HOUSEHOLD-COUNT TO WS-SUM-HOUSEHOLDS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE 'FEE REVENUE            : ' TO WS-SUM-LABEL
           MOVE WS-TOT-FEE-REVENUE TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'INTEREST EXPENSE       : ' TO WS-SUM-LABEL
           MOVE WS-TOT-INTEREST TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'FUNDING CREDIT         : ' TO WS-SUM-LABEL
           MOVE WS-TOT-FUNDING TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'REDRESS COST           : ' TO WS-SUM-LABEL
           MOVE WS-TOT-REDRESS TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'WAIVER COST            : ' TO WS-SUM-LABEL
           MOVE WS-TOT-WAIVERS TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE

           MOVE 'NET CONTRIBUTION       : ' TO WS-SUM-LABEL
           MOVE WS-TOT-NET TO WS-SUM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-AMOUNT-LINE.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so BATCHRUN can see a step that blew up
      * instead of checkpointing it as complete.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('PROFITAB', :HV-RUN-START, :HV-RUN-END,
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
