       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO SURVOUT
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
       01  HV-GROUP-KEY          PIC X(10).
       01  HV-SENT-COUNT         PIC S9(9) COMP-5.
       01  HV-SUPPRESSED-COUNT   PIC S9(9) COMP-5.
       01  HV-ANSWERED-COUNT     PIC S9(9) COMP-5.
       01  HV-SCORE-TOTAL        PIC S9(9) COMP-5.
       01  HV-NOT-RESOLVED-COUNT PIC S9(9) COMP-5.
       01  HV-DISSATISFIED-COUNT PIC S9(9) COMP-5.
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
       01  WS-SECTION-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-AVERAGE-SCORE      PIC 9V99 VALUE ZERO.

      * The report totals are taken from the category section only -
      * every survey falls in exactly one category, so adding the
      * assignee section as well would count it twice.
       01  WS-TOTALS-FLAG        PIC X VALUE 'N'.
           88  ACCUMULATE-TOTALS     VALUE 'Y'.
       01  WS-TOT-SENT           PIC 9(9) VALUE ZERO.
       01  WS-TOT-SUPPRESSED     PIC 9(9) VALUE ZERO.
       01  WS-TOT-ANSWERED       PIC 9(9) VALUE ZERO.
       01  WS-TOT-SCORE          PIC 9(9) VALUE ZERO.
       01  WS-TOT-NOT-RESOLVED   PIC 9(9) VALUE ZERO.
       01  WS-TOT-DISSATISFIED   PIC 9(9) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'MONTHLY COMPLAINT SATISFACTION REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-MONTH      PIC X(07).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SECTION-TITLE  PIC X(40).

       01  WS-COLUMN-HEADING-1.
           05  WS-COL-GROUP      PIC X(12).
           05  FILLER            PIC X(12) VALUE '      SENT'.
           05  FILLER            PIC X(12) VALUE 'SUPPRESSED'.
           05  FILLER            PIC X(12) VALUE '  ANSWERED'.
           05  FILLER            PIC X(12) VALUE ' AVG SCORE'.
           05  FILLER            PIC X(14) VALUE 'NOT RESOLVED'.
           05  FILLER            PIC X(14) VALUE 'DISSATISFIED'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(88) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-GROUP      PIC X(12).
           05  WS-DET-SENT       PIC Z(9)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-SUPPRESSED PIC Z(9)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-ANSWERED   PIC Z(9)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(06) VALUE SPACES.
           05  WS-DET-AVG-SCORE  PIC 9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-NOT-RESOLVED PIC Z(11)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-DISSATISFIED PIC Z(11)9.

       01  WS-NONE-LINE          PIC X(40)
           VALUE '  NO SURVEY ACTIVITY FOR THE MONTH'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'SURVEYS SENT        : '.
           05  WS-SUM-SENT       PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'SUPPRESSED (CONSENT): '.
           05  WS-SUM-SUPPRESSED PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'RESPONSES RECEIVED  : '.
           05  WS-SUM-ANSWERED   PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'AVERAGE SCORE       : '.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-SUM-AVG-SCORE  PIC 9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'DISSATISFIED        : '.
           05  WS-SUM-DISSATISFIED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Complaints management's month-end view of how customers rate
      * the way their complaints were resolved, from the survey
      * COMPLMNT sends on every resolution and the answers MQRECVR
      * attaches to COMPLAINT_SURVEYS. Two sections: by the case's
      * CATEGORY_CODE, and by the assignee who held the case when
      * it was resolved - the latest COMPLAINT_ASSIGNMENTS row at
      * or before the survey went out, so a case handed on after
      * resolution still counts to whoever resolved it.
      *
      * Surveys sent and suppressed are counted in the month the
      * case was resolved; answers, scores and dissatisfaction in
      * the month the answer arrived, so a reply to a late-month
      * resolution is not lost between two runs. Dissatisfied is a
      * score of 1 or 2 or a customer saying the complaint is not
      * resolved - the same test MQRECVR uses to open the owner's
      * tickler.
      *
      * The report covers the calendar month of the run date - it
      * runs in BATCHRUN's MONTHEND slot. A RPTMONTH row in
      * BATCH_PARMS (YYYY-MM) re-runs it for an earlier month.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY COMPLAINT SATISFACTION REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-MONTH

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'SATISFACTION REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-REPORT-MONTH TO WS-SUB-MONTH
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-CATEGORY-SECTION
               PERFORM WRITE-ASSIGNEE-SECTION
               PERFORM WRITE-SURVEY-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'SATISFACTION REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'SATISFACTION REPORT GENERATED'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH       : " WS-REPORT-MONTH
           DISPLAY "REPORT GROUPS      : " WS-GROUP-COUNT
           DISPLAY "SURVEYS SENT       : " WS-TOT-SENT
           DISPLAY "RESPONSES RECEIVED : " WS-TOT-ANSWERED
           DISPLAY "DISSATISFIED       : " WS-TOT-DISSATISFIED

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
               WHERE PROGRAM_NAME = 'SURVREP'
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

      * The month's surveys and the month's answers are folded into
      * one grouping with UNION ALL, the way FEEREP folds charges,
      * waivers and reversals. A case with no category is shown as
      * UNCODED rather than dropped.
       WRITE-CATEGORY-SECTION.
           MOVE 'BY COMPLAINT CATEGORY' TO WS-SECTION-TITLE
           MOVE 'CATEGORY' TO WS-COL-GROUP
           PERFORM WRITE-SECTION-HEADER
           MOVE 'Y' TO WS-TOTALS-FLAG

           EXEC SQL
               DECLARE SURV_CAT_CUR CURSOR FOR
               SELECT GROUP_KEY,
                      SUM(SENT_COUNT), SUM(SUPP_COUNT),
                      SUM(RESP_COUNT), SUM(SCORE_TOTAL),
                      SUM(NOTRES_COUNT), SUM(DISSAT_COUNT)
               FROM (
                   SELECT COALESCE(C.CATEGORY_CODE, 'UNCODED')
                              AS GROUP_KEY,
                          CASE WHEN S.SURVEY_STATUS = 'SUPPRESSED'
                               THEN 0 ELSE 1 END AS SENT_COUNT,
                          CASE WHEN S.SURVEY_STATUS = 'SUPPRESSED'
                               THEN 1 ELSE 0 END AS SUPP_COUNT,
                          0 AS RESP_COUNT, 0 AS SCORE_TOTAL,
                          0 AS NOTRES_COUNT, 0 AS DISSAT_COUNT
                   FROM COMPLAINT_SURVEYS S, CUSTOMER_COMPLAINTS C
                   WHERE C.COMPLAINT_ID = S.COMPLAINT_ID
                     AND DATE(S.SENT_AT) >= :HV-MONTH-START
                     AND DATE(S.SENT_AT)
                         < DATE(:HV-MONTH-START) + 1 MONTH
                   UNION ALL
                   SELECT COALESCE(C.CATEGORY_CODE, 'UNCODED'),
                          0, 0, 1, S.SURVEY_SCORE,
                          CASE WHEN S.RESOLVED_FLAG = 'N'
                               THEN 1 ELSE 0 END,
                          CASE WHEN S.SURVEY_SCORE <= 2
                                 OR S.RESOLVED_FLAG = 'N'
                               THEN 1 ELSE 0 END
                   FROM COMPLAINT_SURVEYS S, CUSTOMER_COMPLAINTS C
                   WHERE C.COMPLAINT_ID = S.COMPLAINT_ID
                     AND S.SURVEY_STATUS = 'RESPONDED'
                     AND DATE(S.RESPONDED_AT) >= :HV-MONTH-START
                     AND DATE(S.RESPONDED_AT)
                         < DATE(:HV-MONTH-START) + 1 MONTH
               ) AS SURVEY_ACTIVITY
               GROUP BY GROUP_KEY
               ORDER BY GROUP_KEY
           END-EXEC

           EXEC SQL OPEN SURV_CAT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SURV_CAT_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-SENT-COUNT,
                       :HV-SUPPRESSED-COUNT,
                       :HV-ANSWERED-COUNT,
                       :HV-SCORE-TOTAL,
                       :HV-NOT-RESOLVED-COUNT,
                       :HV-DISSATISFIED-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-SURVEY-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SURVEYS BY CATEGORY, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SURV_CAT_CUR END-EXEC

           PERFORM WRITE-SECTION-FOOTER.

      * The assignee is whoever held the case when the survey went
      * out - the latest COMPLAINT_ASSIGNMENTS row at or before
      * SENT_AT. A case resolved without ever being assigned is
      * shown as UNASSIGNED.
       WRITE-ASSIGNEE-SECTION.
           MOVE 'BY ASSIGNEE AT RESOLUTION' TO WS-SECTION-TITLE
           MOVE 'ASSIGNEE' TO WS-COL-GROUP
           PERFORM WRITE-SECTION-HEADER
           MOVE 'N' TO WS-TOTALS-FLAG

           EXEC SQL
               DECLARE SURV_ASG_CUR CURSOR FOR
               SELECT GROUP_KEY,
                      SUM(SENT_COUNT), SUM(SUPP_COUNT),
                      SUM(RESP_COUNT), SUM(SCORE_TOTAL),
                      SUM(NOTRES_COUNT), SUM(DISSAT_COUNT)
               FROM (
                   SELECT COALESCE(
                             (SELECT A.ASSIGNED_TO
                              FROM COMPLAINT_ASSIGNMENTS A
                              WHERE A.COMPLAINT_ID = S.COMPLAINT_ID
                                AND A.ASSIGNED_AT <= S.SENT_AT
                              ORDER BY A.ASSIGNED_AT DESC
                              FETCH FIRST 1 ROW ONLY),
                             'UNASSIGNED') AS GROUP_KEY,
                          CASE WHEN S.SURVEY_STATUS = 'SUPPRESSED'
                               THEN 0 ELSE 1 END AS SENT_COUNT,
                          CASE WHEN S.SURVEY_STATUS = 'SUPPRESSED'
                               THEN 1 ELSE 0 END AS SUPP_COUNT,
                          0 AS RESP_COUNT, 0 AS SCORE_TOTAL,
                          0 AS NOTRES_COUNT, 0 AS DISSAT_COUNT
                   FROM COMPLAINT_SURVEYS S
                   WHERE DATE(S.SENT_AT) >= :HV-MONTH-START
                     AND DATE(S.SENT_AT)
                         < DATE(:HV-MONTH-START) + 1 MONTH
                   UNION ALL
                   SELECT COALESCE(
                             (SELECT A.ASSIGNED_TO
                              FROM COMPLAINT_ASSIGNMENTS A
                              WHERE A.COMPLAINT_ID = S.COMPLAINT_ID
                                AND A.ASSIGNED_AT <= S.SENT_AT
                              ORDER BY A.ASSIGNED_AT DESC
                              FETCH FIRST 1 ROW ONLY),
                             'UNASSIGNED'),
                          0, 0, 1, S.SURVEY_SCORE,
                          CASE WHEN S.RESOLVED_FLAG = 'N'
                               THEN 1 ELSE 0 END,
                          CASE WHEN S.SURVEY_SCORE <= 2
                                 OR S.RESOLVED_FLAG = 'N'
                               THEN 1 ELSE 0 END
                   FROM COMPLAINT_SURVEYS S
                   WHERE S.SURVEY_STATUS = 'RESPONDED'
                     AND DATE(S.RESPONDED_AT) >= :HV-MONTH-START
                     AND DATE(S.RESPONDED_AT)
                         < DATE(:HV-MONTH-START) + 1 MONTH
               ) AS SURVEY_ACTIVITY
               GROUP BY GROUP_KEY
               ORDER BY GROUP_KEY
           END-EXEC

           EXEC SQL OPEN SURV_ASG_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SURV_ASG_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-SENT-COUNT,
                       :HV-SUPPRESSED-COUNT,
                       :HV-ANSWERED-COUNT,
                       :HV-SCORE-TOTAL,
                       :HV-NOT-RESOLVED-COUNT,
                       :HV-DISSATISFIED-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-SURVEY-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SURVEYS BY ASSIGNEE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SURV_ASG_CUR END-EXEC

           PERFORM WRITE-SECTION-FOOTER.

       WRITE-SECTION-HEADER.
           MOVE ZERO TO WS-SECTION-COUNT
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

       WRITE-SECTION-FOOTER.
           IF WS-SECTION-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * The average is over the answers received, not the surveys
      * sent - a group with no answers this month shows 0.00.
       WRITE-SURVEY-DETAIL.
           ADD 1 TO WS-GROUP-COUNT
           ADD 1 TO WS-SECTION-COUNT

           IF HV-ANSWERED-COUNT > 0
               COMPUTE WS-AVERAGE-SCORE ROUNDED =
                   HV-SCORE-TOTAL / HV-ANSWERED-COUNT
           ELSE
               MOVE ZERO TO WS-AVERAGE-SCORE
           END-IF

           MOVE HV-GROUP-KEY          TO WS-DET-GROUP
           MOVE HV-SENT-COUNT         TO WS-DET-SENT
           MOVE HV-SUPPRESSED-COUNT   TO WS-DET-SUPPRESSED
           MOVE HV-ANSWERED-COUNT     TO WS-DET-ANSWERED
           MOVE WS-AVERAGE-SCORE      TO WS-DET-AVG-SCORE
           MOVE HV-NOT-RESOLVED-COUNT TO WS-DET-NOT-RESOLVED
           MOVE HV-DISSATISFIED-COUNT TO WS-DET-DISSATISFIED
           WRITE REPORT-LINE FROM WS-DETAIL-LINE

           IF ACCUMULATE-TOTALS
               ADD HV-SENT-COUNT         TO WS-TOT-SENT
               ADD HV-SUPPRESSED-COUNT   TO WS-TOT-SUPPRESSED
               ADD HV-ANSWERED-COUNT     TO WS-TOT-ANSWERED
               ADD HV-SCORE-TOTAL        TO WS-TOT-SCORE
               ADD HV-NOT-RESOLVED-COUNT TO WS-TOT-NOT-RESOLVED
               ADD HV-DISSATISFIED-COUNT TO WS-TOT-DISSATISFIED
           END-IF.

       WRITE-SURVEY-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-TOT-SENT TO WS-SUM-SENT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-SUPPRESSED TO WS-SUM-SUPPRESSED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-TOT-ANSWERED TO WS-SUM-ANSWERED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           IF WS-TOT-ANSWERED > 0
               COMPUTE WS-AVERAGE-SCORE ROUNDED =
                   WS-TOT-SCORE / WS-TOT-ANSWERED
           ELSE
               MOVE ZERO TO WS-AVERAGE-SCORE
           END-IF
           MOVE WS-AVERAGE-SCORE TO WS-SUM-AVG-SCORE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           MOVE WS-TOT-DISSATISFIED TO WS-SUM-DISSATISFIED
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
                   ('SURVREP', :HV-RUN-START, :HV-RUN-END,
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
