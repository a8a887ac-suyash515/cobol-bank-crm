       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGMTPACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO MGMTOUT
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
       01  HV-PERIOD             PIC X(07).
       01  HV-PRIOR-PERIOD       PIC X(07).
       01  HV-LY-PERIOD          PIC X(07).
       01  HV-MONTH-START        PIC X(10).
       01  HV-MONTH-END          PIC X(10).
       01  HV-SNAP-DATE          PIC X(10).
       01  HV-SLA-DAYS           PIC S9(9) COMP-5.
       01  HV-METRIC-CODE        PIC X(10).
       01  HV-GROUP-KEY          PIC X(60).
       01  HV-CUR-VALUE          PIC S9(13)V99 COMP-3.
       01  HV-PRIOR-VALUE        PIC S9(13)V99 COMP-3.
       01  HV-LY-VALUE           PIC S9(13)V99 COMP-3.
       01  HV-ROW-COUNT          PIC S9(9) COMP-5.
       01  HV-PARM-NAME          PIC X(10).
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
       01  WS-FIGURE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LINE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-LY-YEAR            PIC 9(04).

      * The month is built from live data on its month-end night; a
      * RPTMONTH row in BATCH_PARMS (YYYY-MM) reprints a month
      * already on file without rebuilding it, since the statuses
      * and bands the build reads only hold as they stand tonight.
       01  WS-REPRINT            PIC X VALUE 'N'.
           88  REPRINT-ONLY          VALUE 'Y'.
       01  WS-PRIOR-ON-FILE      PIC X VALUE 'N'.
           88  PRIOR-ON-FILE         VALUE 'Y'.
       01  WS-LY-ON-FILE         PIC X VALUE 'N'.
           88  LY-ON-FILE            VALUE 'Y'.

      * A complaint is in breach once it has been open this many
      * days - COMPLREP's SLA threshold. BATCH_PARMS SLADAYS.
       01  WS-SLA-DAYS           PIC 9(03) VALUE 015.

      * The figures in the pack, in the order they print. KIND C is
      * a count, A a money amount; KEYED Y means the figure is
      * broken down further - accounts by product and status,
      * balances by product, customers by KYC band - and the
      * bank-wide section lists each key under a total.
       01  WS-MET-TBL.
           05  WS-MET-ENTRIES OCCURS 11 TIMES.
               10  WS-MET-CODE       PIC X(10).
               10  WS-MET-DESC       PIC X(50).
               10  WS-MET-KIND       PIC X(01).
               10  WS-MET-KEYED      PIC X(01).
       01  WS-MET-COUNT          PIC 9(02) VALUE 11.
       01  WS-MET-IDX            PIC 9(02) VALUE ZERO.

       01  WS-TOT-CUR            PIC S9(13)V99 COMP-3.
       01  WS-TOT-PRIOR          PIC S9(13)V99 COMP-3.
       01  WS-TOT-LY             PIC S9(13)V99 COMP-3.
       01  WS-FIG-CHANGE         PIC S9(13)V99 COMP-3.
       01  WS-FIG-VALUE          PIC S9(13)V99 COMP-3.
       01  WS-FIG-TEXT           PIC X(19).

      * One figure, edited as a count or as money into the same
      * nineteen print positions.
       01  WS-EDIT-COUNT-AREA.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-EDIT-COUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01  WS-EDIT-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'MONTHLY MANAGEMENT INFORMATION PACK'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-PERIOD     PIC X(07).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'PRIOR MONTH: '.
           05  WS-SUB-PRIOR      PIC X(07).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'LAST YEAR: '.
           05  WS-SUB-LY         PIC X(07).

       01  WS-SNAP-LINE.
           05  FILLER            PIC X(24)
               VALUE 'BALANCES AS AT SNAPSHOT '.
           05  WS-SNAP-DATE      PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-METRIC-HEADING.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-MH-DESC        PIC X(50).

       01  WS-FIG-HEADING-1.
           05  WS-FH-KEY-TITLE   PIC X(34).
           05  FILLER            PIC X(19)
               VALUE '      THIS MONTH'.
           05  FILLER            PIC X(19)
               VALUE '     PRIOR MONTH'.
           05  FILLER            PIC X(19)
               VALUE '          CHANGE'.
           05  FILLER            PIC X(19)
               VALUE '  SAME MONTH LY'.
           05  FILLER            PIC X(19)
               VALUE '          CHANGE'.

       01  WS-HEADING-2.
           05  FILLER            PIC X(129) VALUE ALL '-'.

       01  WS-FIG-DETAIL-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-FD-KEY         PIC X(30).
           05  WS-FD-CUR         PIC X(19).
           05  WS-FD-PRIOR       PIC X(19).
           05  WS-FD-PRIOR-CHG   PIC X(19).
           05  WS-FD-LY          PIC X(19).
           05  WS-FD-LY-CHG      PIC X(19).

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'FIGURES STORED         : '.
           05  WS-SUM-FIGURES    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Monthly management information pack for the board, in place
      * of the two days spent each month-end stitching OPSREP,
      * BRCHREP, COMPLREP and CATGREP output together with ad-hoc
      * queries. The month's figures are worked out once and stored
      * on MGMT_MONTHLY_FIGURES, one row per figure, key, branch and
      * segment, so the comparisons against the prior month and the
      * same month last year read stored rows instead of history:
      *   CUSTOPEN   - customers whose first account opened in the
      *                month (the customer master carries no
      *                opening date of its own),
      *   CUSTCLOSE  - customers closed in the month,
      *   ACCOUNTS   - accounts on the books in the month, by
      *                product and current status,
      *   BALANCE    - balances by product from the last
      *                ACCOUNT_BALANCE_SNAPSHOT of the month,
      *   FEES       - fees charged, as FEEREP counts them,
      *   INTEREST   - interest credited,
      *   COMPLAINTS - complaints received,
      *   CMPLBREACH - complaints that went past the SLA threshold
      *                in the month, each counted once, in the
      *                month it breached,
      *   DORMANT    - dormant accounts at month-end,
      *   CHARGEDOFF - charged-off accounts at month-end,
      *   KYCBAND    - live customers by KYC risk band.
      * Every customer's branch and segment as they stood that month
      * go on MGMT_CUSTOMER_DIMS first, and every figure is cut by
      * them. A branch is the branch of the customer's latest
      * branch-stamped posting, as DQSCORE and PROFITAB take it;
      * customers who have never used a branch are NO BRANCH. A
      * rerun for the same month replaces its rows.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY MANAGEMENT INFORMATION PACK"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           PERFORM SET-REPORT-PERIOD
           PERFORM LOAD-METRIC-TABLE

           IF NOT REPRINT-ONLY
               PERFORM BUILD-MONTH-FIGURES
           END-IF

           IF HV-RUN-STATUS = 'SUCCESS'
               PERFORM FIND-COMPARISON-MONTHS
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 'MANAGEMENT PACK FAILED - SQL ERROR'
                   TO WS-RESPONSE
           ELSE
               OPEN OUTPUT REPORT-FILE

               IF NOT WS-FILE-OK
                   DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE 'MANAGEMENT PACK FAILED - FILE OPEN ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
                   MOVE HV-PERIOD TO WS-SUB-PERIOD
                   IF PRIOR-ON-FILE
                       MOVE HV-PRIOR-PERIOD TO WS-SUB-PRIOR
                   ELSE
                       MOVE 'NONE' TO WS-SUB-PRIOR
                   END-IF
                   IF LY-ON-FILE
                       MOVE HV-LY-PERIOD TO WS-SUB-LY
                   ELSE
                       MOVE 'NONE' TO WS-SUB-LY
                   END-IF
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
                   IF NOT REPRINT-ONLY
                       MOVE HV-SNAP-DATE TO WS-SNAP-DATE
                       WRITE REPORT-LINE FROM WS-SNAP-LINE
                   END-IF

                   PERFORM WRITE-BANK-SECTION
                   PERFORM WRITE-BRANCH-SECTION
                   PERFORM WRITE-SEGMENT-SECTION

                   MOVE WS-FIGURE-COUNT TO WS-SUM-FIGURES
                   WRITE REPORT-LINE FROM SPACES
                   WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

                   CLOSE REPORT-FILE

                   IF HV-RUN-STATUS = 'FAILURE'
                       MOVE 'MANAGEMENT PACK FAILED - SQL ERROR'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'MANAGEMENT PACK GENERATED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH       : " HV-PERIOD
           DISPLAY "FIGURES STORED     : " WS-FIGURE-COUNT
           DISPLAY "REPORT LINES       : " WS-LINE-COUNT

           MOVE WS-FIGURE-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'SLADAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-SLA-DAYS
           END-IF
           MOVE WS-SLA-DAYS TO HV-SLA-DAYS

      * A RPTMONTH override must look like YYYY-MM; anything else
      * is ignored and tonight's month built.
           MOVE 'RPTMONTH' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
               MOVE 'Y' TO WS-REPRINT
               MOVE HV-PARM-VALUE(1:7) TO HV-PERIOD
           ELSE
               MOVE WS-RUN-DATE(1:7) TO HV-PERIOD
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'MGMTPACK'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

       SET-REPORT-PERIOD.
           MOVE SPACES TO HV-MONTH-START
           STRING HV-PERIOD '-01' DELIMITED BY SIZE
               INTO HV-MONTH-START
           END-STRING

           EXEC SQL
               SET :HV-MONTH-END =
                   CHAR(DATE(:HV-MONTH-START) + 1 MONTH - 1 DAY, ISO)
           END-EXEC

           EXEC SQL
               SET :HV-PRIOR-PERIOD =
                   SUBSTR(CHAR(DATE(:HV-MONTH-START) - 1 MONTH, ISO),
                          1, 7)
           END-EXEC

           MOVE HV-PERIOD(1:4) TO WS-LY-YEAR
           SUBTRACT 1 FROM WS-LY-YEAR
           MOVE HV-PERIOD TO HV-LY-PERIOD
           MOVE WS-LY-YEAR TO HV-LY-PERIOD(1:4).

       LOAD-METRIC-TABLE.
           MOVE 'CUSTOPEN'   TO WS-MET-CODE(1)
           MOVE 'NEW CUSTOMERS' TO WS-MET-DESC(1)
           MOVE 'C' TO WS-MET-KIND(1)
           MOVE 'N' TO WS-MET-KEYED(1)
           MOVE 'CUSTCLOSE'  TO WS-MET-CODE(2)
           MOVE 'CUSTOMERS CLOSED' TO WS-MET-DESC(2)
           MOVE 'C' TO WS-MET-KIND(2)
           MOVE 'N' TO WS-MET-KEYED(2)
           MOVE 'ACCOUNTS'   TO WS-MET-CODE(3)
           MOVE 'ACCOUNTS BY PRODUCT AND STATUS' TO WS-MET-DESC(3)
           MOVE 'C' TO WS-MET-KIND(3)
           MOVE 'Y' TO WS-MET-KEYED(3)
           MOVE 'BALANCE'    TO WS-MET-CODE(4)
           MOVE 'MONTH-END BALANCES BY PRODUCT' TO WS-MET-DESC(4)
           MOVE 'A' TO WS-MET-KIND(4)
           MOVE 'Y' TO WS-MET-KEYED(4)
           MOVE 'FEES'       TO WS-MET-CODE(5)
           MOVE 'FEES CHARGED' TO WS-MET-DESC(5)
           MOVE 'A' TO WS-MET-KIND(5)
           MOVE 'N' TO WS-MET-KEYED(5)
           MOVE 'INTEREST'   TO WS-MET-CODE(6)
           MOVE 'INTEREST CREDITED' TO WS-MET-DESC(6)
           MOVE 'A' TO WS-MET-KIND(6)
           MOVE 'N' TO WS-MET-KEYED(6)
           MOVE 'COMPLAINTS' TO WS-MET-CODE(7)
           MOVE 'COMPLAINTS RECEIVED' TO WS-MET-DESC(7)
           MOVE 'C' TO WS-MET-KIND(7)
           MOVE 'N' TO WS-MET-KEYED(7)
           MOVE 'CMPLBREACH' TO WS-MET-CODE(8)
           MOVE 'COMPLAINTS BREACHING SLA' TO WS-MET-DESC(8)
           MOVE 'C' TO WS-MET-KIND(8)
           MOVE 'N' TO WS-MET-KEYED(8)
           MOVE 'DORMANT'    TO WS-MET-CODE(9)
           MOVE 'DORMANT ACCOUNTS' TO WS-MET-DESC(9)
           MOVE 'C' TO WS-MET-KIND(9)
           MOVE 'N' TO WS-MET-KEYED(9)
           MOVE 'CHARGEDOFF' TO WS-MET-CODE(10)
           MOVE 'CHARGED-OFF ACCOUNTS' TO WS-MET-DESC(10)
           MOVE 'C' TO WS-MET-KIND(10)
           MOVE 'N' TO WS-MET-KEYED(10)
           MOVE 'KYCBAND'    TO WS-MET-CODE(11)
           MOVE 'LIVE CUSTOMERS BY KYC RISK BAND' TO WS-MET-DESC(11)
           MOVE 'C' TO WS-MET-KIND(11)
           MOVE 'Y' TO WS-MET-KEYED(11).

      * Clear the month, stamp every customer's branch and segment,
      * then work out each figure in one statement apiece. It all
      * commits together, so the history never holds half a month.
       BUILD-MONTH-FIGURES.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(SNAP_DATE), ISO), ' ')
               INTO :HV-SNAP-DATE
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE <= :HV-MONTH-END
                 AND SNAP_DATE >= :HV-MONTH-START
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING SNAPSHOT DATES, SQLCODE: "
                   SQLCODE
           ELSE IF HV-SNAP-DATE = SPACES
               DISPLAY "NO BALANCE SNAPSHOT IN THE MONTH"
               MOVE 'NONE' TO HV-SNAP-DATE
           END-IF
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM CLEAR-MONTH-ROWS
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM BUILD-CUSTOMER-DIMS
           END-IF

           IF WS-ERROR-COUNT = 0
               PERFORM BUILD-CUSTOMER-FIGURES
               PERFORM BUILD-ACCOUNT-FIGURES
               PERFORM BUILD-INCOME-FIGURES
               PERFORM BUILD-COMPLAINT-FIGURES
               PERFORM BUILD-KYC-FIGURES
           END-IF

           IF WS-ERROR-COUNT = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF.

       CLEAR-MONTH-ROWS.
           EXEC SQL
               DELETE FROM MGMT_MONTHLY_FIGURES
               WHERE PERIOD_MONTH = :HV-PERIOD
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR CLEARING MONTH FIGURES, SQLCODE: "
                   SQLCODE
           ELSE
               EXEC SQL
                   DELETE FROM MGMT_CUSTOMER_DIMS
                   WHERE PERIOD_MONTH = :HV-PERIOD
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR CLEARING MONTH CUSTOMERS, SQLCODE: "
                       SQLCODE
               END-IF
           END-IF.

       BUILD-CUSTOMER-DIMS.
           EXEC SQL
               INSERT INTO MGMT_CUSTOMER_DIMS
                   (PERIOD_MONTH, CUSTOMER_ID, BRANCH_ID, SEGMENT)
               SELECT :HV-PERIOD, C.CUSTOMER_ID,
                      COALESCE(
                          (SELECT T.BRANCH_ID
                           FROM TRANSACTIONS T, ACCOUNTS A
                           WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                             AND T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.BRANCH_ID IS NOT NULL
                             AND T.BRANCH_ID NOT = ' '
                             AND T.TXN_DATE <= :HV-MONTH-END
                           ORDER BY T.TXN_DATE DESC
                           FETCH FIRST 1 ROW ONLY), ' '),
                      COALESCE(C.SEGMENT, ' ')
               FROM CUSTOMER_MASTER C
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR STAMPING CUSTOMER BRANCHES, SQLCODE: "
                   SQLCODE
           END-IF.

       BUILD-CUSTOMER-FIGURES.
           MOVE 'CUSTOPEN' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'CUSTOPEN', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND (SELECT MIN(DATE(A.OPENED_DATE))
                      FROM ACCOUNTS A
                      WHERE A.CUSTOMER_ID = D.CUSTOMER_ID)
                     BETWEEN :HV-MONTH-START AND :HV-MONTH-END
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT

           MOVE 'CUSTCLOSE' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'CUSTCLOSE', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM MGMT_CUSTOMER_DIMS D, CUSTOMER_MASTER C
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND C.CUSTOMER_ID = D.CUSTOMER_ID
                 AND C.RECORD_STATUS = 'CLOSED'
                 AND DATE(C.CLOSED_DATE)
                     BETWEEN :HV-MONTH-START AND :HV-MONTH-END
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT.

      * An account is on the books in the month if it opened by
      * month-end and was not closed before the month began. The
      * key is the product in its first twenty positions and the
      * status after it.
       BUILD-ACCOUNT-FIGURES.
           MOVE 'ACCOUNTS' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'ACCOUNTS',
                      CHAR(A.ACCOUNT_TYPE, 20) || A.ACCOUNT_STATUS,
                      D.BRANCH_ID, D.SEGMENT, COUNT(*),
                      CURRENT TIMESTAMP
               FROM ACCOUNTS A, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = A.CUSTOMER_ID
                 AND COALESCE(DATE(A.OPENED_DATE), '0001-01-01')
                     <= :HV-MONTH-END
                 AND (A.ACCOUNT_STATUS NOT = 'CLOSED'
                      OR DATE(A.CLOSED_DATE) >= :HV-MONTH-START)
               GROUP BY A.ACCOUNT_TYPE, A.ACCOUNT_STATUS,
                        D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT

           IF HV-SNAP-DATE NOT = 'NONE'
               MOVE 'BALANCE' TO HV-METRIC-CODE
               EXEC SQL
                   INSERT INTO MGMT_MONTHLY_FIGURES
                       (PERIOD_MONTH, METRIC_CODE, METRIC_KEY,
                        BRANCH_ID, SEGMENT, METRIC_VALUE, BUILT_AT)
                   SELECT :HV-PERIOD, 'BALANCE', A.ACCOUNT_TYPE,
                          D.BRANCH_ID, D.SEGMENT,
                          SUM(S.CLOSING_BALANCE), CURRENT TIMESTAMP
                   FROM ACCOUNT_BALANCE_SNAPSHOT S, ACCOUNTS A,
                        MGMT_CUSTOMER_DIMS D
                   WHERE S.SNAP_DATE = :HV-SNAP-DATE
                     AND A.ACCOUNT_ID = S.ACCOUNT_ID
                     AND D.PERIOD_MONTH = :HV-PERIOD
                     AND D.CUSTOMER_ID = S.CUSTOMER_ID
                   GROUP BY A.ACCOUNT_TYPE, D.BRANCH_ID, D.SEGMENT
               END-EXEC
               PERFORM CHECK-FIGURE-INSERT
           END-IF

           MOVE 'DORMANT' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'DORMANT', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM ACCOUNTS A, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = A.CUSTOMER_ID
                 AND A.ACCOUNT_STATUS = 'DORMANT'
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT

           MOVE 'CHARGEDOFF' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'CHARGEDOFF', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM ACCOUNTS A, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = A.CUSTOMER_ID
                 AND A.ACCOUNT_STATUS = 'CHARGEDOFF'
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT.

      * Fees are debits, so they are turned positive - income.
       BUILD-INCOME-FIGURES.
           MOVE 'FEES' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'FEES', ' ', D.BRANCH_ID,
                      D.SEGMENT, SUM(0 - T.AMOUNT), CURRENT TIMESTAMP
               FROM TRANSACTIONS T, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = T.CUSTOMER_ID
                 AND T.TXN_TYPE = 'FEE'
                 AND T.TXN_DATE BETWEEN :HV-MONTH-START
                                    AND :HV-MONTH-END
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT

           MOVE 'INTEREST' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'INTEREST', ' ', D.BRANCH_ID,
                      D.SEGMENT, SUM(T.AMOUNT), CURRENT TIMESTAMP
               FROM TRANSACTIONS T, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = T.CUSTOMER_ID
                 AND T.TXN_TYPE = 'INTEREST'
                 AND T.TXN_DATE BETWEEN :HV-MONTH-START
                                    AND :HV-MONTH-END
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT.

      * A complaint breaches on the day it has been open SLADAYS
      * days, provided it was still unresolved that day.
       BUILD-COMPLAINT-FIGURES.
           MOVE 'COMPLAINTS' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'COMPLAINTS', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM CUSTOMER_COMPLAINTS K, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = K.CUSTOMER_ID
                 AND K.DATE_RECEIVED BETWEEN :HV-MONTH-START
                                         AND :HV-MONTH-END
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT

           MOVE 'CMPLBREACH' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'CMPLBREACH', ' ', D.BRANCH_ID,
                      D.SEGMENT, COUNT(*), CURRENT TIMESTAMP
               FROM CUSTOMER_COMPLAINTS K, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = K.CUSTOMER_ID
                 AND K.DATE_RECEIVED + :HV-SLA-DAYS DAYS
                     BETWEEN :HV-MONTH-START AND :HV-MONTH-END
                 AND (K.RESOLVED_DATE IS NULL
                      OR K.RESOLVED_DATE
                         >= K.DATE_RECEIVED + :HV-SLA-DAYS DAYS)
               GROUP BY D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT.

       BUILD-KYC-FIGURES.
           MOVE 'KYCBAND' TO HV-METRIC-CODE
           EXEC SQL
               INSERT INTO MGMT_MONTHLY_FIGURES
                   (PERIOD_MONTH, METRIC_CODE, METRIC_KEY, BRANCH_ID,
                    SEGMENT, METRIC_VALUE, BUILT_AT)
               SELECT :HV-PERIOD, 'KYCBAND',
                      COALESCE(NULLIF(C.KYC_RISK_BAND, ' '),
                               'UNSCORED'),
                      D.BRANCH_ID, D.SEGMENT, COUNT(*),
                      CURRENT TIMESTAMP
               FROM CUSTOMER_MASTER C, MGMT_CUSTOMER_DIMS D
               WHERE D.PERIOD_MONTH = :HV-PERIOD
                 AND D.CUSTOMER_ID = C.CUSTOMER_ID
                 AND (C.RECORD_STATUS IS NULL
                      OR C.RECORD_STATUS NOT = 'CLOSED')
               GROUP BY COALESCE(NULLIF(C.KYC_RISK_BAND, ' '),
                                 'UNSCORED'),
                        D.BRANCH_ID, D.SEGMENT
           END-EXEC
           PERFORM CHECK-FIGURE-INSERT.

      * A figure with nothing to count inserts no rows (SQLCODE 100)
      * and simply prints as zero.
       CHECK-FIGURE-INSERT.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD SQLERRD(3) TO WS-FIGURE-COUNT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR BUILDING " HV-METRIC-CODE
                       " FIGURES, SQLCODE: " SQLCODE
           END-EVALUATE.

      * The comparison columns print blank when the month they
      * compare against was never built.
       FIND-COMPARISON-MONTHS.
           MOVE 'N' TO WS-PRIOR-ON-FILE
           MOVE 'N' TO WS-LY-ON-FILE

           EXEC SQL
               SELECT COUNT(*) INTO :HV-ROW-COUNT
               FROM MGMT_MONTHLY_FIGURES
               WHERE PERIOD_MONTH = :HV-PRIOR-PERIOD
           END-EXEC
           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
               MOVE 'Y' TO WS-PRIOR-ON-FILE
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :HV-ROW-COUNT
               FROM MGMT_MONTHLY_FIGURES
               WHERE PERIOD_MONTH = :HV-LY-PERIOD
           END-EXEC
           IF SQLCODE = 0 AND HV-ROW-COUNT > 0
               MOVE 'Y' TO WS-LY-ON-FILE
           END-IF

           IF REPRINT-ONLY
               EXEC SQL
                   SELECT COUNT(*) INTO :HV-ROW-COUNT
                   FROM MGMT_MONTHLY_FIGURES
                   WHERE PERIOD_MONTH = :HV-PERIOD
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-ROW-COUNT TO WS-FIGURE-COUNT
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING STORED MONTHS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF.

      * Bank-wide, every figure against the prior month and the same
      * month last year; a broken-down figure lists its keys under
      * a total. Keys present only in a comparison month still
      * show, with zero this month.
       WRITE-BANK-SECTION.
           MOVE 'BANK-WIDE FIGURES' TO WS-SECTION-TITLE
           MOVE 'FIGURE' TO WS-FH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-FIG-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2

           EXEC SQL
               DECLARE MP_KEY_CUR CURSOR FOR
               SELECT METRIC_KEY,
                      SUM(CASE WHEN PERIOD_MONTH = :HV-PERIOD
                               THEN METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN PERIOD_MONTH = :HV-PRIOR-PERIOD
                               THEN METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN PERIOD_MONTH = :HV-LY-PERIOD
                               THEN METRIC_VALUE ELSE 0 END)
               FROM MGMT_MONTHLY_FIGURES
               WHERE METRIC_CODE = :HV-METRIC-CODE
                 AND PERIOD_MONTH IN (:HV-PERIOD, :HV-PRIOR-PERIOD,
                                      :HV-LY-PERIOD)
               GROUP BY METRIC_KEY
               ORDER BY METRIC_KEY
           END-EXEC

           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-MET-COUNT
               MOVE WS-MET-CODE(WS-MET-IDX) TO HV-METRIC-CODE
               MOVE ZERO TO WS-TOT-CUR WS-TOT-PRIOR WS-TOT-LY
               IF WS-MET-KEYED(WS-MET-IDX) = 'Y'
                   MOVE WS-MET-DESC(WS-MET-IDX) TO WS-MH-DESC
                   WRITE REPORT-LINE FROM WS-METRIC-HEADING
                   ADD 1 TO WS-LINE-COUNT
               END-IF

               EXEC SQL OPEN MP_KEY_CUR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH MP_KEY_CUR INTO
                           :HV-GROUP-KEY,
                           :HV-CUR-VALUE,
                           :HV-PRIOR-VALUE,
                           :HV-LY-VALUE
                   END-EXEC

                   IF SQLCODE = 0
                       ADD HV-CUR-VALUE   TO WS-TOT-CUR
                       ADD HV-PRIOR-VALUE TO WS-TOT-PRIOR
                       ADD HV-LY-VALUE    TO WS-TOT-LY
                       IF WS-MET-KEYED(WS-MET-IDX) = 'Y'
                           PERFORM WRITE-FIGURE-LINE
                       END-IF
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING " HV-METRIC-CODE
                       " FIGURES, SQLCODE: " SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE MP_KEY_CUR END-EXEC

               IF WS-MET-KEYED(WS-MET-IDX) = 'Y'
                   MOVE 'TOTAL' TO HV-GROUP-KEY
               ELSE
                   MOVE WS-MET-DESC(WS-MET-IDX) TO HV-GROUP-KEY
               END-IF
               MOVE WS-TOT-CUR   TO HV-CUR-VALUE
               MOVE WS-TOT-PRIOR TO HV-PRIOR-VALUE
               MOVE WS-TOT-LY    TO HV-LY-VALUE
               PERFORM WRITE-FIGURE-LINE
           END-PERFORM.

      * Each figure cut by branch; keyed figures are summed across
      * their keys here - the bank-wide section has the key detail.
       WRITE-BRANCH-SECTION.
           MOVE 'FIGURES BY BRANCH' TO WS-SECTION-TITLE
           MOVE 'BRANCH' TO WS-FH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-FIG-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2

           EXEC SQL
               DECLARE MP_BR_CUR CURSOR FOR
               SELECT CASE WHEN F.BRANCH_ID = ' '
                           THEN 'NO BRANCH'
                           ELSE F.BRANCH_ID || ' '
                                || COALESCE(B.BRANCH_NAME, ' ')
                      END,
                      SUM(CASE WHEN F.PERIOD_MONTH = :HV-PERIOD
                               THEN F.METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN F.PERIOD_MONTH = :HV-PRIOR-PERIOD
                               THEN F.METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN F.PERIOD_MONTH = :HV-LY-PERIOD
                               THEN F.METRIC_VALUE ELSE 0 END)
               FROM MGMT_MONTHLY_FIGURES F
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = F.BRANCH_ID
               WHERE F.METRIC_CODE = :HV-METRIC-CODE
                 AND F.PERIOD_MONTH IN (:HV-PERIOD, :HV-PRIOR-PERIOD,
                                        :HV-LY-PERIOD)
               GROUP BY F.BRANCH_ID, B.BRANCH_NAME
               ORDER BY F.BRANCH_ID
           END-EXEC

           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-MET-COUNT
               MOVE WS-MET-CODE(WS-MET-IDX) TO HV-METRIC-CODE
               MOVE WS-MET-DESC(WS-MET-IDX) TO WS-MH-DESC
               WRITE REPORT-LINE FROM WS-METRIC-HEADING
               ADD 1 TO WS-LINE-COUNT
               MOVE ZERO TO WS-GROUP-COUNT

               EXEC SQL OPEN MP_BR_CUR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH MP_BR_CUR INTO
                           :HV-GROUP-KEY,
                           :HV-CUR-VALUE,
                           :HV-PRIOR-VALUE,
                           :HV-LY-VALUE
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-GROUP-COUNT
                       PERFORM WRITE-FIGURE-LINE
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING BRANCH FIGURES, SQLCODE: "
                       SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE MP_BR_CUR END-EXEC

               IF WS-GROUP-COUNT = 0
                   MOVE '    NONE' TO WS-NONE-LINE
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF
           END-PERFORM.

      * The same by customer segment; an unsegmented customer shows
      * as NO SEGMENT.
       WRITE-SEGMENT-SECTION.
           MOVE 'FIGURES BY SEGMENT' TO WS-SECTION-TITLE
           MOVE 'SEGMENT' TO WS-FH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-FIG-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2

           EXEC SQL
               DECLARE MP_SEG_CUR CURSOR FOR
               SELECT CASE WHEN SEGMENT = ' '
                           THEN 'NO SEGMENT'
                           ELSE SEGMENT
                      END,
                      SUM(CASE WHEN PERIOD_MONTH = :HV-PERIOD
                               THEN METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN PERIOD_MONTH = :HV-PRIOR-PERIOD
                               THEN METRIC_VALUE ELSE 0 END),
                      SUM(CASE WHEN PERIOD_MONTH = :HV-LY-PERIOD
                               THEN METRIC_VALUE ELSE 0 END)
               FROM MGMT_MONTHLY_FIGURES
               WHERE METRIC_CODE = :HV-METRIC-CODE
                 AND PERIOD_MONTH IN (:HV-PERIOD, :HV-PRIOR-PERIOD,
                                      :HV-LY-PERIOD)
               GROUP BY SEGMENT
               ORDER BY SEGMENT
           END-EXEC

           PERFORM VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX > WS-MET-COUNT
               MOVE WS-MET-CODE(WS-MET-IDX) TO HV-METRIC-CODE
               MOVE WS-MET-DESC(WS-MET-IDX) TO WS-MH-DESC
               WRITE REPORT-LINE FROM WS-METRIC-HEADING
               ADD 1 TO WS-LINE-COUNT
               MOVE ZERO TO WS-GROUP-COUNT

               EXEC SQL OPEN MP_SEG_CUR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH MP_SEG_CUR INTO
                           :HV-GROUP-KEY,
                           :HV-CUR-VALUE,
                           :HV-PRIOR-VALUE,
                           :HV-LY-VALUE
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-GROUP-COUNT
                       PERFORM WRITE-FIGURE-LINE
                   END-IF
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "ERROR READING SEGMENT FIGURES, SQLCODE: "
                       SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF

               EXEC SQL CLOSE MP_SEG_CUR END-EXEC

               IF WS-GROUP-COUNT = 0
                   MOVE '    NONE' TO WS-NONE-LINE
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF
           END-PERFORM.

       WRITE-FIGURE-LINE.
           MOVE HV-GROUP-KEY TO WS-FD-KEY

           MOVE HV-CUR-VALUE TO WS-FIG-VALUE
           PERFORM EDIT-FIGURE
           MOVE WS-FIG-TEXT TO WS-FD-CUR

           IF PRIOR-ON-FILE
               MOVE HV-PRIOR-VALUE TO WS-FIG-VALUE
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-TEXT TO WS-FD-PRIOR
               COMPUTE WS-FIG-VALUE = HV-CUR-VALUE - HV-PRIOR-VALUE
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-TEXT TO WS-FD-PRIOR-CHG
           ELSE
               MOVE SPACES TO WS-FD-PRIOR WS-FD-PRIOR-CHG
           END-IF

           IF LY-ON-FILE
               MOVE HV-LY-VALUE TO WS-FIG-VALUE
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-TEXT TO WS-FD-LY
               COMPUTE WS-FIG-VALUE = HV-CUR-VALUE - HV-LY-VALUE
               PERFORM EDIT-FIGURE
               MOVE WS-FIG-TEXT TO WS-FD-LY-CHG
           ELSE
               MOVE SPACES TO WS-FD-LY WS-FD-LY-CHG
           END-IF

           WRITE REPORT-LINE FROM WS-FIG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       EDIT-FIGURE.
           IF WS-MET-KIND(WS-MET-IDX) = 'A'
               MOVE WS-FIG-VALUE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FIG-TEXT
           ELSE
               MOVE WS-FIG-VALUE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT-AREA TO WS-FIG-TEXT
           END-IF.

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
                   ('MGMTPACK', :HV-RUN-START, :HV-RUN-END,
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
