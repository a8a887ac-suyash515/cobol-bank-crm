       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO APPLOUT
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
       01  HV-CREATED-COUNT      PIC S9(9) COMP-5.
       01  HV-SUBMITTED-COUNT    PIC S9(9) COMP-5.
       01  HV-DOCS-COUNT         PIC S9(9) COMP-5.
       01  HV-APPROVED-COUNT     PIC S9(9) COMP-5.
       01  HV-OPENED-COUNT       PIC S9(9) COMP-5.
       01  HV-WDN-DRAFT-COUNT    PIC S9(9) COMP-5.
       01  HV-WDN-DOCS-COUNT     PIC S9(9) COMP-5.
       01  HV-WDN-APPR-COUNT     PIC S9(9) COMP-5.
       01  HV-OPEN-COUNT         PIC S9(9) COMP-5.
       01  HV-ITEM-APPS-COUNT    PIC S9(9) COMP-5.
       01  HV-ITEM-MET-COUNT     PIC S9(9) COMP-5.
       01  HV-ITEM-WDN-COUNT     PIC S9(9) COMP-5.
       01  HV-ITEM-LIVE-COUNT    PIC S9(9) COMP-5.
       01  HV-WEEK-START         PIC X(10).
       01  HV-WEEK-END           PIC X(10).
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
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SECTION-GROUPS     PIC 9(5) VALUE ZERO.
       01  WS-CONVERSION-PCT     PIC S9(3)V9 COMP-3.

      * Whole-week totals are taken from the product section - every
      * application carries exactly one product, so it is the one
      * grouping that adds up to the week.
       01  WS-TOT-CREATED        PIC 9(9) VALUE ZERO.
       01  WS-TOT-SUBMITTED      PIC 9(9) VALUE ZERO.
       01  WS-TOT-DOCS           PIC 9(9) VALUE ZERO.
       01  WS-TOT-APPROVED       PIC 9(9) VALUE ZERO.
       01  WS-TOT-OPENED         PIC 9(9) VALUE ZERO.
       01  WS-TOT-WITHDRAWN      PIC 9(9) VALUE ZERO.
       01  WS-TOT-OPEN           PIC 9(9) VALUE ZERO.
       01  WS-IN-PRODUCT-SECTION PIC X VALUE 'N'.
           88  IN-PRODUCT-SECTION    VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'WEEKLY ACCOUNT APPLICATION FUNNEL REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'WEEK: '.
           05  WS-SUB-WEEK-START PIC X(10).
           05  FILLER            PIC X(04) VALUE ' TO '.
           05  WS-SUB-WEEK-END   PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(50).

       01  WS-COLUMN-HEADING-1.
           05  WS-HDG-KEY        PIC X(21).
           05  FILLER            PIC X(21) VALUE 'NAME'.
           05  FILLER            PIC X(09) VALUE '  CREATED'.
           05  FILLER            PIC X(09) VALUE 'SUBMITTED'.
           05  FILLER            PIC X(09) VALUE '  DOCS OK'.
           05  FILLER            PIC X(09) VALUE ' APPROVED'.
           05  FILLER            PIC X(09) VALUE '   OPENED'.
           05  FILLER            PIC X(09) VALUE 'WDN DRAFT'.
           05  FILLER            PIC X(09) VALUE ' WDN DOCS'.
           05  FILLER            PIC X(09) VALUE ' WDN APPR'.
           05  FILLER            PIC X(09) VALUE ' STL OPEN'.
           05  FILLER            PIC X(09) VALUE '   CONV %'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(132) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-KEY        PIC X(21).
           05  WS-DET-NAME       PIC X(21).
           05  WS-DET-CREATED    PIC Z(8)9.
           05  WS-DET-SUBMITTED  PIC Z(8)9.
           05  WS-DET-DOCS       PIC Z(8)9.
           05  WS-DET-APPROVED   PIC Z(8)9.
           05  WS-DET-OPENED     PIC Z(8)9.
           05  WS-DET-WDN-DRAFT  PIC Z(8)9.
           05  WS-DET-WDN-DOCS   PIC Z(8)9.
           05  WS-DET-WDN-APPR   PIC Z(8)9.
           05  WS-DET-OPEN       PIC Z(8)9.
           05  WS-DET-CONV       PIC Z(6)9.9.

      * The drop-off section counts checklist items rather than
      * applications - the requirement an application stalled on.
       01  WS-ITEM-HEADING-1.
           05  FILLER            PIC X(21) VALUE 'REQUIREMENT'.
           05  FILLER            PIC X(10) VALUE '   ON APPS'.
           05  FILLER            PIC X(10) VALUE '       MET'.
           05  FILLER            PIC X(10) VALUE '  OPEN WDN'.
           05  FILLER            PIC X(10) VALUE ' OPEN LIVE'.

       01  WS-ITEM-HEADING-2.
           05  FILLER            PIC X(61) VALUE ALL '-'.

       01  WS-ITEM-LINE.
           05  WS-ITM-KEY        PIC X(21).
           05  WS-ITM-APPS       PIC Z(9)9.
           05  WS-ITM-MET        PIC Z(9)9.
           05  WS-ITM-WDN        PIC Z(9)9.
           05  WS-ITM-LIVE       PIC Z(9)9.

       01  WS-NONE-LINE          PIC X(40)
           VALUE '  NO APPLICATIONS TAKEN IN THE WEEK'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'APPLICATIONS TAKEN  : '.
           05  WS-SUM-CREATED    PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'SUBMITTED / DOCS OK : '.
           05  WS-SUM-SUBMITTED  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-DOCS       PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'APPROVED / OPENED   : '.
           05  WS-SUM-APPROVED   PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-OPENED     PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'WITHDRAWN / OPEN    : '.
           05  WS-SUM-WITHDRAWN  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WS-SUM-OPEN       PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'CONVERSION RATE %   : '.
           05  WS-SUM-CONV       PIC Z(7)9.9.

       PROCEDURE DIVISION.

      * Weekly funnel over the ACCTAPPL application register: the
      * applications taken in the week, by product and by branch,
      * and how far each got. Counts follow the week's applications
      * to where they stand tonight - SUBMITTED, DOCS OK (checklist
      * complete) and APPROVED count every application that reached
      * that stage, OPENED those that became accounts. Withdrawals
      * are split by the status they were withdrawn from - the
      * drop-off point - and STILL OPEN is the rest. The conversion
      * rate is OPENED over CREATED. A last section takes the
      * checklist by requirement, counting the items left unmet on
      * withdrawn applications and on those still in progress, so
      * the requirement customers stall on stands out.
      *
      * The week is the seven days ending on the run date - it runs
      * in BATCHRUN's WEEKLY slot. A RPTWEEK row in BATCH_PARMS
      * (YYYY-MM-DD, the last day of the week) re-runs an earlier
      * week.
       MAIN-LOGIC.
           DISPLAY "GENERATING WEEKLY ACCOUNT APPLICATION FUNNEL"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-WEEK

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'APPLICATION FUNNEL REPORT FAILED - FILE OPEN'
                   TO WS-RESPONSE
               MOVE ' ERROR' TO WS-RESPONSE(45:)
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE   TO WS-SUB-RUN-DATE
               MOVE HV-WEEK-START TO WS-SUB-WEEK-START
               MOVE HV-WEEK-END   TO WS-SUB-WEEK-END
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-PRODUCT-SECTION
               PERFORM WRITE-BRANCH-SECTION
               PERFORM WRITE-REQUIREMENT-SECTION

               PERFORM WRITE-FUNNEL-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'APPLICATION FUNNEL REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'APPLICATION FUNNEL REPORT GENERATED'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT WEEK ENDING : " HV-WEEK-END
           DISPLAY "REPORT GROUPS      : " WS-GROUP-COUNT
           DISPLAY "APPLICATIONS TAKEN : " WS-TOT-CREATED
           DISPLAY "ACCOUNTS OPENED    : " WS-TOT-OPENED
           DISPLAY "WITHDRAWN          : " WS-TOT-WITHDRAWN

           MOVE WS-TOT-CREATED TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTWEEK override must look like YYYY-MM-DD; anything else
      * is ignored and the week ending on the run date reported.
       SET-REPORT-WEEK.
           MOVE WS-RUN-DATE(1:10) TO HV-WEEK-END
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'APPLREP'
                 AND PARM_NAME = 'RPTWEEK'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-WEEK-END
           END-IF

           EXEC SQL
               SET :HV-WEEK-START =
                   CHAR(DATE(:HV-WEEK-END) - 6 DAYS, ISO)
           END-EXEC.

       WRITE-SECTION-HEADINGS.
           MOVE ZERO TO WS-SECTION-GROUPS
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

      * Product is the PRODUCT_MASTER code applied for - the
      * ACCOUNT_TYPE the account opens as.
       WRITE-PRODUCT-SECTION.
           MOVE 'APPLICATIONS BY PRODUCT' TO WS-SECTION-TITLE
           MOVE 'PRODUCT' TO WS-HDG-KEY
           PERFORM WRITE-SECTION-HEADINGS
           MOVE 'Y' TO WS-IN-PRODUCT-SECTION

           EXEC SQL
               DECLARE APPL_PRD_CUR CURSOR FOR
               SELECT A.PRODUCT_CODE, ' ',
                      COUNT(*),
                      SUM(CASE WHEN A.SUBMITTED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.DOCS_COMPLETE_AT IS NOT NULL
                                 OR A.APPROVED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APPROVED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APP_STATUS = 'OPENED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM = 'DRAFT'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM = 'PENDDOCS'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM
                                    IN ('PENDAPPR', 'APPROVED')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APP_STATUS
                                    IN ('DRAFT', 'PENDDOCS',
                                        'PENDAPPR', 'APPROVED')
                               THEN 1 ELSE 0 END)
               FROM ACCOUNT_APPLICATIONS A
               WHERE A.CREATED_AT >= TIMESTAMP(:HV-WEEK-START)
                 AND A.CREATED_AT
                     < TIMESTAMP(DATE(:HV-WEEK-END) + 1 DAY)
               GROUP BY A.PRODUCT_CODE
               ORDER BY A.PRODUCT_CODE
           END-EXEC

           EXEC SQL OPEN APPL_PRD_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH APPL_PRD_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-GROUP-NAME,
                       :HV-CREATED-COUNT,
                       :HV-SUBMITTED-COUNT,
                       :HV-DOCS-COUNT,
                       :HV-APPROVED-COUNT,
                       :HV-OPENED-COUNT,
                       :HV-WDN-DRAFT-COUNT,
                       :HV-WDN-DOCS-COUNT,
                       :HV-WDN-APPR-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-FUNNEL-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING APPLICATIONS BY PRODUCT, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE APPL_PRD_CUR END-EXEC

           MOVE 'N' TO WS-IN-PRODUCT-SECTION

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * By the branch that took the application - where the account
      * opens.
       WRITE-BRANCH-SECTION.
           MOVE 'APPLICATIONS BY BRANCH' TO WS-SECTION-TITLE
           MOVE 'BRANCH' TO WS-HDG-KEY
           PERFORM WRITE-SECTION-HEADINGS

           EXEC SQL
               DECLARE APPL_BR_CUR CURSOR FOR
               SELECT A.BRANCH_ID,
                      COALESCE(MAX(B.BRANCH_NAME), 'NOT ON FILE'),
                      COUNT(*),
                      SUM(CASE WHEN A.SUBMITTED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.DOCS_COMPLETE_AT IS NOT NULL
                                 OR A.APPROVED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APPROVED_AT IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APP_STATUS = 'OPENED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM = 'DRAFT'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM = 'PENDDOCS'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.WITHDRAWN_FROM
                                    IN ('PENDAPPR', 'APPROVED')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.APP_STATUS
                                    IN ('DRAFT', 'PENDDOCS',
                                        'PENDAPPR', 'APPROVED')
                               THEN 1 ELSE 0 END)
               FROM ACCOUNT_APPLICATIONS A
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = A.BRANCH_ID
               WHERE A.CREATED_AT >= TIMESTAMP(:HV-WEEK-START)
                 AND A.CREATED_AT
                     < TIMESTAMP(DATE(:HV-WEEK-END) + 1 DAY)
               GROUP BY A.BRANCH_ID
               ORDER BY A.BRANCH_ID
           END-EXEC

           EXEC SQL OPEN APPL_BR_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH APPL_BR_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-GROUP-NAME,
                       :HV-CREATED-COUNT,
                       :HV-SUBMITTED-COUNT,
                       :HV-DOCS-COUNT,
                       :HV-APPROVED-COUNT,
                       :HV-OPENED-COUNT,
                       :HV-WDN-DRAFT-COUNT,
                       :HV-WDN-DOCS-COUNT,
                       :HV-WDN-APPR-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-FUNNEL-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING APPLICATIONS BY BRANCH, "
                   "SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE APPL_BR_CUR END-EXEC

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * The week's checklist items by requirement code: how many of
      * the applications carried it, how many met it, and how many
      * were left unmet on an application since withdrawn or still
      * in progress.
       WRITE-REQUIREMENT-SECTION.
           MOVE ZERO TO WS-SECTION-GROUPS
           MOVE 'DROP-OFF BY CHECKLIST REQUIREMENT' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-ITEM-HEADING-1
           WRITE REPORT-LINE FROM WS-ITEM-HEADING-2

           EXEC SQL
               DECLARE APPL_REQ_CUR CURSOR FOR
               SELECT C.REQUIREMENT_CODE,
                      COUNT(*),
                      SUM(CASE WHEN C.ITEM_STATUS = 'MET'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.ITEM_STATUS = 'OPEN'
                                AND A.APP_STATUS = 'WITHDRAWN'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN C.ITEM_STATUS = 'OPEN'
                                AND A.APP_STATUS
                                    IN ('DRAFT', 'PENDDOCS',
                                        'PENDAPPR', 'APPROVED')
                               THEN 1 ELSE 0 END)
               FROM ACCOUNT_APPLICATIONS A, APPLICATION_CHECKLIST C
               WHERE C.APPLICATION_ID = A.APPLICATION_ID
                 AND A.CREATED_AT >= TIMESTAMP(:HV-WEEK-START)
                 AND A.CREATED_AT
                     < TIMESTAMP(DATE(:HV-WEEK-END) + 1 DAY)
               GROUP BY C.REQUIREMENT_CODE
               ORDER BY C.REQUIREMENT_CODE
           END-EXEC

           EXEC SQL OPEN APPL_REQ_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH APPL_REQ_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-ITEM-APPS-COUNT,
                       :HV-ITEM-MET-COUNT,
                       :HV-ITEM-WDN-COUNT,
                       :HV-ITEM-LIVE-COUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-GROUP-COUNT
                   ADD 1 TO WS-SECTION-GROUPS
                   MOVE HV-GROUP-KEY       TO WS-ITM-KEY
                   MOVE HV-ITEM-APPS-COUNT TO WS-ITM-APPS
                   MOVE HV-ITEM-MET-COUNT  TO WS-ITM-MET
                   MOVE HV-ITEM-WDN-COUNT  TO WS-ITM-WDN
                   MOVE HV-ITEM-LIVE-COUNT TO WS-ITM-LIVE
                   WRITE REPORT-LINE FROM WS-ITEM-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CHECKLIST ITEMS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE APPL_REQ_CUR END-EXEC

           IF WS-SECTION-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-FUNNEL-DETAIL.
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-SECTION-GROUPS

           IF HV-CREATED-COUNT > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   HV-OPENED-COUNT * 100 / HV-CREATED-COUNT
           ELSE
               MOVE ZERO TO WS-CONVERSION-PCT
           END-IF

           MOVE HV-GROUP-KEY       TO WS-DET-KEY
           MOVE HV-GROUP-NAME      TO WS-DET-NAME
           MOVE HV-CREATED-COUNT   TO WS-DET-CREATED
           MOVE HV-SUBMITTED-COUNT TO WS-DET-SUBMITTED
           MOVE HV-DOCS-COUNT      TO WS-DET-DOCS
           MOVE HV-APPROVED-COUNT  TO WS-DET-APPROVED
           MOVE HV-OPENED-COUNT    TO WS-DET-OPENED
           MOVE HV-WDN-DRAFT-COUNT TO WS-DET-WDN-DRAFT
           MOVE HV-WDN-DOCS-COUNT  TO WS-DET-WDN-DOCS
           MOVE HV-WDN-APPR-COUNT  TO WS-DET-WDN-APPR
           MOVE HV-OPEN-COUNT      TO WS-DET-OPEN
           MOVE WS-CONVERSION-PCT  TO WS-DET-CONV
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           IF IN-PRODUCT-SECTION
               ADD HV-CREATED-COUNT   TO WS-TOT-CREATED
               ADD HV-SUBMITTED-COUNT TO WS-TOT-SUBMITTED
               ADD HV-DOCS-COUNT      TO WS-TOT-DOCS
               ADD HV-APPROVED-COUNT  TO WS-TOT-APPROVED
               ADD HV-OPENED-COUNT    TO WS-TOT-OPENED
               ADD HV-WDN-DRAFT-COUNT TO WS-TOT-WITHDRAWN
               ADD HV-WDN-DOCS-COUNT  TO WS-TOT-WITHDRAWN
               ADD HV-WDN-APPR-COUNT  TO WS-TOT-WITHDRAWN
               ADD HV-OPEN-COUNT      TO WS-TOT-OPEN
           END-IF.

       WRITE-FUNNEL-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-TOT-CREATED TO WS-SUM-CREATED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-SUBMITTED TO WS-SUM-SUBMITTED
           MOVE WS-TOT-DOCS      TO WS-SUM-DOCS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-TOT-APPROVED TO WS-SUM-APPROVED
           MOVE WS-TOT-OPENED   TO WS-SUM-OPENED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           MOVE WS-TOT-WITHDRAWN TO WS-SUM-WITHDRAWN
           MOVE WS-TOT-OPEN      TO WS-SUM-OPEN
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           IF WS-TOT-CREATED > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                   WS-TOT-OPENED * 100 / WS-TOT-CREATED
           ELSE
               MOVE ZERO TO WS-CONVERSION-PCT
           END-IF
           MOVE WS-CONVERSION-PCT TO WS-SUM-CONV
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5.

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
                   ('APPLREP', :HV-RUN-START, :HV-RUN-END,
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
