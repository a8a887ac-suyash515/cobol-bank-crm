       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO FEEOUT
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
       01  HV-FEE-CODE           PIC X(08).
       01  HV-PRODUCT-CODE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-CHARGED-COUNT      PIC S9(9) COMP-5.
       01  HV-CHARGED-TOTAL      PIC S9(13)V99 COMP-3.
       01  HV-WAIVED-COUNT       PIC S9(9) COMP-5.
       01  HV-WAIVED-TOTAL       PIC S9(13)V99 COMP-3.
       01  HV-REVERSED-COUNT     PIC S9(9) COMP-5.
       01  HV-REVERSED-TOTAL     PIC S9(13)V99 COMP-3.
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
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NET-AMOUNT         PIC S9(13)V99 COMP-3.

       01  WS-TOT-CHARGED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-TOT-CHARGED        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-WAIVED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-TOT-WAIVED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-REVERSED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-TOT-REVERSED       PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'MONTHLY FEE REVENUE REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-MONTH      PIC X(07).

       01  WS-COLUMN-HEADING-1.
           05  FILLER            PIC X(10) VALUE 'FEE CODE'.
           05  FILLER            PIC X(21) VALUE 'PRODUCT'.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(20) VALUE '   CHARGED'.
           05  FILLER            PIC X(20) VALUE '    WAIVED'.
           05  FILLER            PIC X(20) VALUE '  REVERSED'.
           05  FILLER            PIC X(14) VALUE '    NET INCOME'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(113) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-FEE-CODE   PIC X(10).
           05  WS-DET-PRODUCT    PIC X(21).
           05  WS-DET-BRANCH     PIC X(08).
           05  WS-DET-CHG-COUNT  PIC ZZZZZ9.
           05  WS-DET-CHG-TOTAL  PIC -(10)9.99.
           05  WS-DET-WVD-COUNT  PIC ZZZZZ9.
           05  WS-DET-WVD-TOTAL  PIC -(10)9.99.
           05  WS-DET-RVS-COUNT  PIC ZZZZZ9.
           05  WS-DET-RVS-TOTAL  PIC -(10)9.99.
           05  WS-DET-NET        PIC -(10)9.99.

       01  WS-NONE-LINE          PIC X(40)
           VALUE '  NO FEE ACTIVITY FOR THE MONTH'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'FEES CHARGED        : '.
           05  WS-SUM-CHG-COUNT  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-SUM-CHG-TOTAL  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'FEES WAIVED         : '.
           05  WS-SUM-WVD-COUNT  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-SUM-WVD-TOTAL  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'FEES REVERSED       : '.
           05  WS-SUM-RVS-COUNT  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-SUM-RVS-TOTAL  PIC -(12)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'NET FEE INCOME      : '.
           05  FILLER            PIC X(11) VALUE SPACES.
           05  WS-SUM-NET        PIC -(12)9.99.

       PROCEDURE DIVISION.

      * Finance's month-end view of fee income, one line per fee
      * code, product and branch: what was charged, what ACCRUAL's
      * waiver rules gave away (the FEE_WAIVERS rows it now keeps),
      * and what was reversed afterwards, with the net that actually
      * stayed as income. Fees are keyed by the FEE_CODE every
      * fee-posting program stamps on TRANSACTIONS; a fee posted
      * before the codes were carried shows as UNCODED rather than
      * vanishing. The product is the account's ACCOUNT_TYPE; the
      * branch is the posting's BRANCH_ID, blank for batch-posted
      * fees and for waivers, which no branch grants. Amounts are
      * shown as positive income - the postings themselves are
      * debits.
      *
      * The report covers the calendar month of the run date - it
      * runs in BATCHRUN's MONTHEND slot, after ACCRUAL has posted
      * and waived the month's maintenance fees. A RPTMONTH row in
      * BATCH_PARMS (YYYY-MM) re-runs it for an earlier month.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY FEE REVENUE REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-MONTH

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'FEE REVENUE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-REPORT-MONTH TO WS-SUB-MONTH
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

               PERFORM WRITE-FEE-LINES

               IF WS-GROUP-COUNT = 0
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF

               PERFORM WRITE-FEE-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'FEE REVENUE REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'FEE REVENUE REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH       : " WS-REPORT-MONTH
           DISPLAY "FEE GROUPS         : " WS-GROUP-COUNT
           DISPLAY "FEES CHARGED       : " WS-TOT-CHARGED-COUNT
           DISPLAY "FEES WAIVED        : " WS-TOT-WAIVED-COUNT
           DISPLAY "FEES REVERSED      : " WS-TOT-REVERSED-COUNT

           MOVE WS-GROUP-COUNT TO HV-RUN-COUNT
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
               WHERE PROGRAM_NAME = 'FEEREP'
                 AND PARM_NAME = 'RPTMONTH'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-REPORT-MONTH
           END-IF

           MOVE SPACES TO HV-MONTH-START
           STRING WS-REPORT-MONTH '-01'
               DELIMITED BY SIZE INTO HV-MONTH-START
           END-STRING.

      * The three measures come from three places and are folded
      * into one grouping with UNION ALL: charged from the month's
      * FEE postings, waived from the month's FEE_WAIVERS rows, and
      * reversed from the month's TRANSACTION_REVERSALS rows whose
      * original (matched on account, date and amount, the way
      * TXNPOST keys its register) was a FEE. A reversal is counted
      * in the month it was made, under the original fee's code,
      * product and branch.
       WRITE-FEE-LINES.
           EXEC SQL
               DECLARE FEE_REV_CUR CURSOR FOR
               SELECT FEE_CODE, PRODUCT_CODE, BRANCH_ID,
                      SUM(CHG_COUNT), SUM(CHG_AMOUNT),
                      SUM(WVD_COUNT), SUM(WVD_AMOUNT),
                      SUM(RVS_COUNT), SUM(RVS_AMOUNT)
               FROM (
                   SELECT COALESCE(T.FEE_CODE, 'UNCODED')
                              AS FEE_CODE,
                          A.ACCOUNT_TYPE AS PRODUCT_CODE,
                          COALESCE(T.BRANCH_ID, ' ') AS BRANCH_ID,
                          1 AS CHG_COUNT, 0 - T.AMOUNT AS CHG_AMOUNT,
                          0 AS WVD_COUNT, 0 AS WVD_AMOUNT,
                          0 AS RVS_COUNT, 0 AS RVS_AMOUNT
                   FROM TRANSACTIONS T, ACCOUNTS A
                   WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                     AND T.TXN_TYPE = 'FEE'
                     AND T.TXN_DATE >= :HV-MONTH-START
                     AND T.TXN_DATE < DATE(:HV-MONTH-START) + 1 MONTH
                   UNION ALL
                   SELECT W.FEE_CODE, W.PRODUCT_CODE, ' ',
                          0, 0, 1, W.WAIVED_AMOUNT, 0, 0
                   FROM FEE_WAIVERS W
                   WHERE W.WAIVED_DATE >= :HV-MONTH-START
                     AND W.WAIVED_DATE
                         < DATE(:HV-MONTH-START) + 1 MONTH
                   UNION ALL
                   SELECT COALESCE(T.FEE_CODE, 'UNCODED'),
                          A.ACCOUNT_TYPE,
                          COALESCE(T.BRANCH_ID, ' '),
                          0, 0, 0, 0, 1, 0 - T.AMOUNT
                   FROM TRANSACTION_REVERSALS R, TRANSACTIONS T,
                        ACCOUNTS A
                   WHERE T.ACCOUNT_ID = R.ACCOUNT_ID
                     AND T.TXN_DATE = R.TXN_DATE
                     AND T.AMOUNT = R.AMOUNT
                     AND T.TXN_TYPE = 'FEE'
                     AND A.ACCOUNT_ID = T.ACCOUNT_ID
                     AND R.REVERSAL_DATE >= :HV-MONTH-START
                     AND R.REVERSAL_DATE
                         < DATE(:HV-MONTH-START) + 1 MONTH
               ) AS FEE_ACTIVITY
               GROUP BY FEE_CODE, PRODUCT_CODE, BRANCH_ID
               ORDER BY FEE_CODE, PRODUCT_CODE, BRANCH_ID
           END-EXEC

           EXEC SQL OPEN FEE_REV_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FEE_REV_CUR INTO
                       :HV-FEE-CODE,
                       :HV-PRODUCT-CODE,
                       :HV-BRANCH-ID,
                       :HV-CHARGED-COUNT,
                       :HV-CHARGED-TOTAL,
                       :HV-WAIVED-COUNT,
                       :HV-WAIVED-TOTAL,
                       :HV-REVERSED-COUNT,
                       :HV-REVERSED-TOTAL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-FEE-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING FEE ACTIVITY, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE FEE_REV_CUR END-EXEC.

      * Net income is what was charged less what was later reversed;
      * a waived fee was never charged, so it is shown beside the
      * line for what it cost but not subtracted again.
       WRITE-FEE-DETAIL.
           ADD 1 TO WS-GROUP-COUNT
           COMPUTE WS-NET-AMOUNT =
               HV-CHARGED-TOTAL - HV-REVERSED-TOTAL

           MOVE HV-FEE-CODE       TO WS-DET-FEE-CODE
           MOVE HV-PRODUCT-CODE   TO WS-DET-PRODUCT
           MOVE HV-BRANCH-ID      TO WS-DET-BRANCH
           MOVE HV-CHARGED-COUNT  TO WS-DET-CHG-COUNT
           MOVE HV-CHARGED-TOTAL  TO WS-DET-CHG-TOTAL
           MOVE HV-WAIVED-COUNT   TO WS-DET-WVD-COUNT
           MOVE HV-WAIVED-TOTAL   TO WS-DET-WVD-TOTAL
           MOVE HV-REVERSED-COUNT TO WS-DET-RVS-COUNT
           MOVE HV-REVERSED-TOTAL TO WS-DET-RVS-TOTAL
           MOVE WS-NET-AMOUNT     TO WS-DET-NET
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           ADD HV-CHARGED-COUNT  TO WS-TOT-CHARGED-COUNT
           ADD HV-CHARGED-TOTAL  TO WS-TOT-CHARGED
           ADD HV-WAIVED-COUNT   TO WS-TOT-WAIVED-COUNT
           ADD HV-WAIVED-TOTAL   TO WS-TOT-WAIVED
           ADD HV-REVERSED-COUNT TO WS-TOT-REVERSED-COUNT
           ADD HV-REVERSED-TOTAL TO WS-TOT-REVERSED.

       WRITE-FEE-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-TOT-CHARGED-COUNT TO WS-SUM-CHG-COUNT
           MOVE WS-TOT-CHARGED       TO WS-SUM-CHG-TOTAL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-WAIVED-COUNT  TO WS-SUM-WVD-COUNT
           MOVE WS-TOT-WAIVED        TO WS-SUM-WVD-TOTAL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-TOT-REVERSED-COUNT TO WS-SUM-RVS-COUNT
           MOVE WS-TOT-REVERSED       TO WS-SUM-RVS-TOTAL
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           COMPUTE WS-NET-AMOUNT = WS-TOT-CHARGED - WS-TOT-REVERSED
           MOVE WS-NET-AMOUNT TO WS-SUM-NET
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4.

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
                   ('FEEREP', :HV-RUN-START, :HV-RUN-END,
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
