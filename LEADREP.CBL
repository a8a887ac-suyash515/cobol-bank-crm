       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO LEADOUT
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
       01  HV-GROUP-KEY          PIC X(20).
       01  HV-GROUP-NAME         PIC X(30).
       01  HV-RAISED-COUNT       PIC S9(9) COMP-5.
       01  HV-CONTACTED-COUNT    PIC S9(9) COMP-5.
       01  HV-OFFERED-COUNT      PIC S9(9) COMP-5.
       01  HV-WON-COUNT          PIC S9(9) COMP-5.
       01  HV-LOST-COUNT         PIC S9(9) COMP-5.
       01  HV-OPEN-COUNT         PIC S9(9) COMP-5.
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
       01  WS-SECTION-GROUPS     PIC 9(5) VALUE ZERO.
       01  WS-CONVERSION-PCT     PIC S9(3)V9 COMP-3.

      * Whole-month totals are taken from the product section - every
      * lead carries exactly one product, so it is the one grouping
      * that adds up to the month.
       01  WS-TOT-RAISED         PIC 9(9) VALUE ZERO.
       01  WS-TOT-CONTACTED      PIC 9(9) VALUE ZERO.
       01  WS-TOT-OFFERED        PIC 9(9) VALUE ZERO.
       01  WS-TOT-WON            PIC 9(9) VALUE ZERO.
       01  WS-TOT-LOST           PIC 9(9) VALUE ZERO.
       01  WS-TOT-OPEN           PIC 9(9) VALUE ZERO.
       01  WS-IN-PRODUCT-SECTION PIC X VALUE 'N'.
           88  IN-PRODUCT-SECTION    VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'MONTHLY SALES LEAD PIPELINE REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-MONTH      PIC X(07).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(50).

       01  WS-COLUMN-HEADING-1.
           05  WS-HDG-KEY        PIC X(21).
           05  FILLER            PIC X(31) VALUE 'NAME'.
           05  FILLER            PIC X(10) VALUE '  REFERRED'.
           05  FILLER            PIC X(10) VALUE ' CONTACTED'.
           05  FILLER            PIC X(10) VALUE '   OFFERED'.
           05  FILLER            PIC X(10) VALUE '       WON'.
           05  FILLER            PIC X(10) VALUE '      LOST'.
           05  FILLER            PIC X(10) VALUE '  STL OPEN'.
           05  FILLER            PIC X(10) VALUE '    CONV %'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(122) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-KEY        PIC X(21).
           05  WS-DET-NAME       PIC X(31).
           05  WS-DET-RAISED     PIC Z(9)9.
           05  WS-DET-CONTACTED  PIC Z(9)9.
           05  WS-DET-OFFERED    PIC Z(9)9.
           05  WS-DET-WON        PIC Z(9)9.
           05  WS-DET-LOST       PIC Z(9)9.
           05  WS-DET-OPEN       PIC Z(9)9.
           05  WS-DET-CONV       PIC Z(7)9.9.

       01  WS-NONE-LINE          PIC X(40)
           VALUE '  NO REFERRALS RAISED IN THE MONTH'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'REFERRALS RAISED    : '.
           05  WS-SUM-RAISED     PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'CONTACTED / OFFERED : '.
           05  WS-SUM-CONTACTED  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-OFFERED    PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'WON / LOST / OPEN   : '.
           05  WS-SUM-WON        PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-LOST       PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-OPEN       PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'CONVERSION RATE %   : '.
           05  WS-SUM-CONV       PIC Z(7)9.9.

       PROCEDURE DIVISION.

      * Sales management's month-end view of the lead pipeline
      * LEADMGT keeps on SALES_LEADS: the referrals raised in the
      * month, grouped three ways - by the employee who referred
      * them, by the branch they were referred from and by product -
      * and how far each got. Counts follow the month's leads to
      * where they stand tonight: CONTACTED and OFFERED count every
      * lead that reached that stage, WON and LOST how many have
      * closed, STILL OPEN the rest. The conversion rate is WON over
      * REFERRED, so a month's figure keeps firming up as its late
      * referrals are worked - re-run an earlier month for the
      * settled picture. A referral from outside a branch shows
      * under a blank branch.
      *
      * The report covers the calendar month of the run date - it
      * runs in BATCHRUN's MONTHEND slot. A RPTMONTH row in
      * BATCH_PARMS (YYYY-MM) re-runs it for an earlier month.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY SALES LEAD PIPELINE REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-MONTH

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'LEAD PIPELINE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-REPORT-MONTH TO WS-SUB-MONTH
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-EMPLOYEE-SECTION
               PERFORM WRITE-BRANCH-SECTION
               PERFORM WRITE-PRODUCT-SECTION

               PERFORM WRITE-PIPELINE-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'LEAD PIPELINE REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'LEAD PIPELINE REPORT GENERATED'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH       : " WS-REPORT-MONTH
           DISPLAY "REPORT GROUPS      : " WS-GROUP-COUNT
           DISPLAY "REFERRALS RAISED   : " WS-TOT-RAISED
           DISPLAY "REFERRALS WON      : " WS-TOT-WON
           DISPLAY "REFERRALS LOST     : " WS-TOT-LOST

           MOVE WS-TOT-RAISED TO HV-RUN-COUNT
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
               WHERE PROGRAM_NAME = 'LEADREP'
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

       WRITE-SECTION-HEADINGS.
           MOVE ZERO TO WS-SECTION-GROUPS
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

      * By referring employee - the referral is credited to whoever
      * raised it, not to the sales employee who worked it.
       WRITE-EMPLOYEE-SECTION.
           MOVE 'REFERRALS BY REFERRING EMPLOYEE' TO WS-SECTION-TITLE
           MOVE 'EMPLOYEE' TO WS-HDG-KEY
           PERFORM WRITE-SECTION-HEADINGS

           EXEC SQL
               DECLARE LEAD_EMP_CUR CURSOR FOR
               SELECT L.REFERRED_BY,
                      COALESCE(MAX(E.NAME), 'NOT ON EMPLOYEE MASTER'),
                      COUNT(*),
                      SUM(CASE WHEN L.CONTACTED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.OFFERED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'WON'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'LOST'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS
                                    IN ('NEW', 'CONTACTED', 'OFFERED')
                               THEN 1 ELSE 0 END)
               FROM SALES_LEADS L
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = L.REFERRED_BY
               WHERE L.RAISED_AT >= TIMESTAMP(:HV-MONTH-START)
                 AND L.RAISED_AT
                     < TIMESTAMP(DATE(:HV-MONTH-START) + 1 MONTH)
               GROUP BY L.REFERRED_BY
               ORDER BY L.REFERRED_BY
           END-EXEC

           EXEC SQL OPEN LEAD_EMP_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LEAD_EMP_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-GROUP-NAME,
                       :HV-RAISED-COUNT,
                       :HV-CONTACTED-COUNT,
                       :HV-OFFERED-COUNT,
                       :HV-WON-COUNT,
                       :HV-LOST-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-PIPELINE-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING LEADS BY EMPLOYEE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE LEAD_EMP_CUR END-EXEC

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-BRANCH-SECTION.
           MOVE 'REFERRALS BY REFERRING BRANCH' TO WS-SECTION-TITLE
           MOVE 'BRANCH' TO WS-HDG-KEY
           PERFORM WRITE-SECTION-HEADINGS

           EXEC SQL
               DECLARE LEAD_BR_CUR CURSOR FOR
               SELECT COALESCE(L.REFERRING_BRANCH, ' '),
                      COALESCE(MAX(B.BRANCH_NAME), 'NO BRANCH'),
                      COUNT(*),
                      SUM(CASE WHEN L.CONTACTED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.OFFERED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'WON'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'LOST'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS
                                    IN ('NEW', 'CONTACTED', 'OFFERED')
                               THEN 1 ELSE 0 END)
               FROM SALES_LEADS L
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = L.REFERRING_BRANCH
               WHERE L.RAISED_AT >= TIMESTAMP(:HV-MONTH-START)
                 AND L.RAISED_AT
                     < TIMESTAMP(DATE(:HV-MONTH-START) + 1 MONTH)
               GROUP BY COALESCE(L.REFERRING_BRANCH, ' ')
               ORDER BY 1
           END-EXEC

           EXEC SQL OPEN LEAD_BR_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LEAD_BR_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-GROUP-NAME,
                       :HV-RAISED-COUNT,
                       :HV-CONTACTED-COUNT,
                       :HV-OFFERED-COUNT,
                       :HV-WON-COUNT,
                       :HV-LOST-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-PIPELINE-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING LEADS BY BRANCH, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE LEAD_BR_CUR END-EXEC

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Product is the PRODUCT_MASTER code the lead was raised for -
      * the ACCOUNT_TYPE ACCTMSTR matches on when it wins the lead.
       WRITE-PRODUCT-SECTION.
           MOVE 'REFERRALS BY PRODUCT' TO WS-SECTION-TITLE
           MOVE 'PRODUCT' TO WS-HDG-KEY
           PERFORM WRITE-SECTION-HEADINGS
           MOVE 'Y' TO WS-IN-PRODUCT-SECTION

           EXEC SQL
               DECLARE LEAD_PRD_CUR CURSOR FOR
               SELECT L.PRODUCT_CODE, ' ',
                      COUNT(*),
                      SUM(CASE WHEN L.CONTACTED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.OFFERED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'WON'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS = 'LOST'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.LEAD_STATUS
                                    IN ('NEW', 'CONTACTED', 'OFFERED')
                               THEN 1 ELSE 0 END)
               FROM SALES_LEADS L
               WHERE L.RAISED_AT >= TIMESTAMP(:HV-MONTH-START)
                 AND L.RAISED_AT
                     < TIMESTAMP(DATE(:HV-MONTH-START) + 1 MONTH)
               GROUP BY L.PRODUCT_CODE
               ORDER BY L.PRODUCT_CODE
           END-EXEC

           EXEC SQL OPEN LEAD_PRD_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LEAD_PRD_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-GROUP-NAME,
                       :HV-RAISED-COUNT,
                       :HV-CONTACTED-COUNT,
                       :HV-OFFERED-COUNT,
                       :HV-WON-COUNT,
                       :HV-LOST-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-PIPELINE-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING LEADS BY PRODUCT, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE LEAD_PRD_CUR END-EXEC

           MOVE 'N' TO WS-IN-PRODUCT-SECTION

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-PIPELINE-DETAIL.
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-SECTION-GROUPS

           IF HV-RAISED-COUNT > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   HV-WON-COUNT * 100 / HV-RAISED-COUNT
           ELSE
               MOVE ZERO TO WS-CONVERSION-PCT
           END-IF

           MOVE HV-GROUP-KEY       TO WS-DET-KEY
           MOVE HV-GROUP-NAME      TO WS-DET-NAME
           MOVE HV-RAISED-COUNT    TO WS-DET-RAISED
           MOVE HV-CONTACTED-COUNT TO WS-DET-CONTACTED
           MOVE HV-OFFERED-COUNT   TO WS-DET-OFFERED
           MOVE HV-WON-COUNT       TO WS-DET-WON
           MOVE HV-LOST-COUNT      TO WS-DET-LOST
           MOVE HV-OPEN-COUNT      TO WS-DET-OPEN
           MOVE WS-CONVERSION-PCT  TO WS-DET-CONV
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           IF IN-PRODUCT-SECTION
               ADD HV-RAISED-COUNT    TO WS-TOT-RAISED
               ADD HV-CONTACTED-COUNT TO WS-TOT-CONTACTED
               ADD HV-OFFERED-COUNT   TO WS-TOT-OFFERED
               ADD HV-WON-COUNT       TO WS-TOT-WON
               ADD HV-LOST-COUNT      TO WS-TOT-LOST
               ADD HV-OPEN-COUNT      TO WS-TOT-OPEN
           END-IF.

       WRITE-PIPELINE-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-TOT-RAISED TO WS-SUM-RAISED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-CONTACTED TO WS-SUM-CONTACTED
           MOVE WS-TOT-OFFERED   TO WS-SUM-OFFERED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-TOT-WON  TO WS-SUM-WON
           MOVE WS-TOT-LOST TO WS-SUM-LOST
           MOVE WS-TOT-OPEN TO WS-SUM-OPEN
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           IF WS-TOT-RAISED > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-TOT-WON * 100 / WS-TOT-RAISED
           ELSE
               MOVE ZERO TO WS-CONVERSION-PCT
           END-IF
           MOVE WS-CONVERSION-PCT TO WS-SUM-CONV
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
                   ('LEADREP', :HV-RUN-START, :HV-RUN-END,
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
