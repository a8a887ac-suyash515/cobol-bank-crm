       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTCREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO CNTCOUT
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
       01  HV-REPORT-DATE        PIC X(10).
       01  HV-MONTH-START        PIC X(10).
       01  HV-PERIOD-FROM        PIC X(10).
       01  HV-PERIOD-TO          PIC X(10).
       01  HV-DIMENSION          PIC X(08).
       01  HV-REPEAT-DAYS        PIC S9(9) COMP-5.
       01  HV-DIM-VALUE          PIC X(20).
       01  HV-CONTACT-COUNT      PIC S9(9) COMP-5.
       01  HV-KEYED-COUNT        PIC S9(9) COMP-5.
       01  HV-RAISED-COUNT       PIC S9(9) COMP-5.
       01  HV-DONE-COUNT         PIC S9(9) COMP-5.
       01  HV-REPEAT-COUNT       PIC S9(9) COMP-5.
       01  HV-REPEAT-OPEN-COUNT  PIC S9(9) COMP-5.
       01  HV-PRIOR-COUNT        PIC S9(9) COMP-5.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-EMPLOYEE-ID        PIC X(08).
       01  HV-INTERACTION-TYPE   PIC X(20).
       01  HV-CHANNEL            PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
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
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * REPEATDAYS (BATCH_PARMS, CNTCREP row) is how soon a second
      * contact from the same customer counts as a repeat - the
      * first contact did not fix what they called about.
       01  WS-REPEAT-DAYS        PIC 9(03) VALUE 7.

      * One block is one period cut by one dimension. The period
      * totals are taken off the INTERACTION TYPE block, the first
      * printed for each period - every block sums to the same.
       01  WS-PERIOD-NAME        PIC X(05).
           88  PERIOD-IS-DAY         VALUE 'DAY  '.
       01  WS-DIM-LABEL          PIC X(20).
       01  WS-BLOCK-GROUPS       PIC 9(5) VALUE ZERO.
       01  WS-BLK-CONTACTS       PIC 9(7) VALUE ZERO.
       01  WS-BLK-KEYED          PIC 9(7) VALUE ZERO.
       01  WS-BLK-RAISED         PIC 9(7) VALUE ZERO.
       01  WS-BLK-DONE           PIC 9(7) VALUE ZERO.
       01  WS-BLK-REPEATS        PIC 9(7) VALUE ZERO.
       01  WS-BLK-REPEAT-OPEN    PIC 9(7) VALUE ZERO.
       01  WS-DAY-CONTACTS       PIC 9(7) VALUE ZERO.
       01  WS-DAY-KEYED          PIC 9(7) VALUE ZERO.
       01  WS-DAY-REPEATS        PIC 9(7) VALUE ZERO.
       01  WS-MTD-CONTACTS       PIC 9(7) VALUE ZERO.
       01  WS-MTD-KEYED          PIC 9(7) VALUE ZERO.
       01  WS-MTD-REPEATS        PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-RATE        PIC 9(3)V9 VALUE ZERO.
       01  WS-RATE-KEYED         PIC 9(7).
       01  WS-RATE-REPEATS       PIC 9(7).
       01  WS-UNLOGGED-COUNT     PIC 9(5) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'CONTACT CENTRE ACTIVITY REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(13) VALUE 'REPORT DATE: '.
           05  WS-SUB-REPORT-DATE PIC X(10).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'REPEAT WITHIN '.
           05  WS-SUB-REPEAT-DAYS PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DAYS'.

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(70).

       01  WS-ACT-HEADING-1.
           05  WS-AH-DIM-LABEL   PIC X(22).
           05  FILLER            PIC X(10) VALUE '  CONTACTS'.
           05  FILLER            PIC X(10) VALUE '     KEYED'.
           05  FILLER            PIC X(10) VALUE ' FU RAISED'.
           05  FILLER            PIC X(10) VALUE '   FU DONE'.
           05  FILLER            PIC X(10) VALUE '   REPEATS'.
           05  FILLER            PIC X(10) VALUE '  REPEAT %'.
           05  FILLER            PIC X(12) VALUE '  OPEN CMPLT'.
           05  FILLER            PIC X(12) VALUE '    NO CMPLT'.

       01  WS-ACT-HEADING-2.
           05  FILLER            PIC X(106) VALUE ALL '-'.

       01  WS-ACT-DETAIL.
           05  WS-ACT-DIM        PIC X(22).
           05  WS-ACT-CONTACTS   PIC Z(9)9.
           05  WS-ACT-KEYED      PIC Z(9)9.
           05  WS-ACT-RAISED     PIC Z(9)9.
           05  WS-ACT-DONE       PIC Z(9)9.
           05  WS-ACT-REPEATS    PIC Z(9)9.
           05  WS-ACT-RATE       PIC Z(7)9.9.
           05  WS-ACT-REPEAT-OPEN PIC Z(11)9.
           05  WS-ACT-REPEAT-NONE PIC Z(11)9.

       01  WS-NONE-ACT-LINE      PIC X(40)
           VALUE '  NO CONTACTS IN THIS PERIOD'.

       01  WS-UNLOG-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(28) VALUE 'CONTACTED AT'.
           05  FILLER            PIC X(22) VALUE 'INTERACTION TYPE'.
           05  FILLER            PIC X(10) VALUE 'EMPLOYEE'.
           05  FILLER            PIC X(10) VALUE 'CHANNEL'.
           05  FILLER            PIC X(14) VALUE 'PRIOR CONTACTS'.

       01  WS-UNLOG-HEADING-2.
           05  FILLER            PIC X(96) VALUE ALL '-'.

       01  WS-UNLOG-DETAIL.
           05  WS-UNL-CUSTOMER   PIC X(12).
           05  WS-UNL-TIMESTAMP  PIC X(28).
           05  WS-UNL-TYPE       PIC X(22).
           05  WS-UNL-EMPLOYEE   PIC X(10).
           05  WS-UNL-CHANNEL    PIC X(10).
           05  WS-UNL-PRIOR      PIC Z(13)9.

       01  WS-NONE-UNLOG-LINE    PIC X(40)
           VALUE '  NO REPEAT CONTACTS WITHOUT A COMPLAINT'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(26)
               VALUE 'REPORT DATE - CONTACTS : '.
           05  WS-SUM-DAY-CONTACTS PIC ZZZZZZ9.
           05  FILLER            PIC X(12) VALUE '  REPEATS: '.
           05  WS-SUM-DAY-REPEATS PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE '  REPEAT RATE: '.
           05  WS-SUM-DAY-RATE   PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE '%'.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(26)
               VALUE 'MONTH TO DATE - CONTACTS: '.
           05  WS-SUM-MTD-CONTACTS PIC ZZZZZZ9.
           05  FILLER            PIC X(12) VALUE '  REPEATS: '.
           05  WS-SUM-MTD-REPEATS PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE '  REPEAT RATE: '.
           05  WS-SUM-MTD-RATE   PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE '%'.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(42)
               VALUE 'REPEATS WITH NO COMPLAINT ON REPORT DATE: '.
           05  WS-SUM-UNLOGGED   PIC ZZZZ9.

       PROCEDURE DIVISION.

      * Team leaders' view of CUSTOMER_INTERACTIONS as a whole,
      * where CUSTHIST VIEW only ever shows one customer. Activity is
      * cut by INTERACTION_TYPE, employee, branch and channel, first
      * for the report date and then for the month to date, so the
      * month-end run is the monthly report. For each cut:
      *   CONTACTS  - interactions logged in the period, whatever
      *               wrote them;
      *   KEYED     - those a member of staff logged through CUSTHIST
      *               with a channel, i.e. the customer contacted
      *               us. Rows the batch and MQ feeds write carry no
      *               channel, report under SYSTEM, and are not
      *               contacts for the repeat rate;
      *   FU RAISED - follow-ups asked for on the period's contacts;
      *   FU DONE   - follow-ups completed in the period, whenever
      *               the contact was;
      *   REPEATS   - keyed contacts from a customer who had another
      *               keyed contact in the REPEATDAYS before it. The
      *               rate is repeats over keyed contacts;
      *   OPEN / NO CMPLT - repeats split by whether the customer
      *               had a complaint open on the day of the contact.
      *               A repeat with none may be a complaint nobody
      *               logged, so the report date's are listed by
      *               customer afterwards.
      * The report date is the run date; a RPTDATE row in
      * BATCH_PARMS (YYYY-MM-DD) reprints another day and its month.
       MAIN-LOGIC.
           DISPLAY "GENERATING CONTACT CENTRE ACTIVITY REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'CONTACT ACTIVITY REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE    TO WS-SUB-RUN-DATE
               MOVE HV-REPORT-DATE TO WS-SUB-REPORT-DATE
               MOVE WS-REPEAT-DAYS TO WS-SUB-REPEAT-DAYS
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               MOVE 'DAY  '        TO WS-PERIOD-NAME
               MOVE HV-REPORT-DATE TO HV-PERIOD-FROM
               MOVE HV-REPORT-DATE TO HV-PERIOD-TO
               PERFORM WRITE-PERIOD-BLOCKS

               MOVE 'MONTH'        TO WS-PERIOD-NAME
               MOVE HV-MONTH-START TO HV-PERIOD-FROM
               MOVE HV-REPORT-DATE TO HV-PERIOD-TO
               PERFORM WRITE-PERIOD-BLOCKS

               PERFORM WRITE-UNLOGGED-SECTION
               PERFORM WRITE-REPORT-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'CONTACT ACTIVITY REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'CONTACT ACTIVITY REPORT GENERATED'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT DATE        : " HV-REPORT-DATE
           DISPLAY "CONTACTS ON DATE   : " WS-DAY-CONTACTS
           DISPLAY "CONTACTS MONTH     : " WS-MTD-CONTACTS

           MOVE WS-DAY-CONTACTS TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTDATE override must look like YYYY-MM-DD; anything else
      * is ignored and the run date reported.
       READ-BATCH-PARMS.
           EXEC SQL
               SET :HV-REPORT-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           MOVE 'RPTDATE' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-REPORT-DATE
           END-IF

           MOVE 'REPEATDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-REPEAT-DAYS
           END-IF

           MOVE WS-REPEAT-DAYS TO HV-REPEAT-DAYS
           MOVE HV-REPORT-DATE TO HV-MONTH-START
           MOVE '01' TO HV-MONTH-START(9:2).

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'CNTCREP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

       WRITE-PERIOD-BLOCKS.
           MOVE 'TYPE    '         TO HV-DIMENSION
           MOVE 'INTERACTION TYPE' TO WS-DIM-LABEL
           PERFORM WRITE-ACTIVITY-BLOCK

           IF PERIOD-IS-DAY
               MOVE WS-BLK-CONTACTS TO WS-DAY-CONTACTS
               MOVE WS-BLK-KEYED    TO WS-DAY-KEYED
               MOVE WS-BLK-REPEATS  TO WS-DAY-REPEATS
           ELSE
               MOVE WS-BLK-CONTACTS TO WS-MTD-CONTACTS
               MOVE WS-BLK-KEYED    TO WS-MTD-KEYED
               MOVE WS-BLK-REPEATS  TO WS-MTD-REPEATS
           END-IF

           MOVE 'EMPLOYEE'         TO HV-DIMENSION
           MOVE 'EMPLOYEE'         TO WS-DIM-LABEL
           PERFORM WRITE-ACTIVITY-BLOCK

           MOVE 'BRANCH  '         TO HV-DIMENSION
           MOVE 'BRANCH'           TO WS-DIM-LABEL
           PERFORM WRITE-ACTIVITY-BLOCK

           MOVE 'CHANNEL '         TO HV-DIMENSION
           MOVE 'CHANNEL'          TO WS-DIM-LABEL
           PERFORM WRITE-ACTIVITY-BLOCK.

      * One cursor serves every block: the dimension is picked by
      * HV-DIMENSION inside the nested table, which flags each row
      * once for each count so the outer query only has to add
      * them up. A row is read if it was logged in the period or
      * its follow-up was completed in it.
       WRITE-ACTIVITY-BLOCK.
           MOVE SPACES TO WS-SECTION-TITLE
           IF PERIOD-IS-DAY
               STRING 'ACTIVITY ON ' HV-REPORT-DATE ' BY '
                      WS-DIM-LABEL
                   DELIMITED BY SIZE INTO WS-SECTION-TITLE
               END-STRING
           ELSE
               STRING 'MONTH TO DATE ' HV-PERIOD-FROM ' TO '
                      HV-PERIOD-TO ' BY ' WS-DIM-LABEL
                   DELIMITED BY SIZE INTO WS-SECTION-TITLE
               END-STRING
           END-IF
           MOVE WS-DIM-LABEL TO WS-AH-DIM-LABEL

           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-ACT-HEADING-1
           WRITE REPORT-LINE FROM WS-ACT-HEADING-2

           MOVE ZERO TO WS-BLOCK-GROUPS WS-BLK-CONTACTS WS-BLK-KEYED
                        WS-BLK-RAISED WS-BLK-DONE WS-BLK-REPEATS
                        WS-BLK-REPEAT-OPEN

           EXEC SQL
               DECLARE CNTC_ACT_CUR CURSOR FOR
               SELECT D.DIM_VALUE,
                      SUM(D.IN_PERIOD), SUM(D.KEYED),
                      SUM(D.FU_RAISED), SUM(D.FU_DONE),
                      SUM(D.REPEAT_FLAG), SUM(D.REPEAT_OPEN)
               FROM (SELECT
                      CASE :HV-DIMENSION
                           WHEN 'TYPE' THEN I.INTERACTION_TYPE
                           WHEN 'EMPLOYEE'
                                THEN COALESCE(I.EMPLOYEE_ID, 'NONE')
                           WHEN 'BRANCH'
                                THEN COALESCE(I.BRANCH_ID, 'NONE')
                           ELSE COALESCE(I.CHANNEL, 'SYSTEM')
                      END AS DIM_VALUE,
                      CASE WHEN DATE(I.INTERACTION_TIMESTAMP)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                           THEN 1 ELSE 0 END AS IN_PERIOD,
                      CASE WHEN DATE(I.INTERACTION_TIMESTAMP)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                            AND I.CHANNEL IS NOT NULL
                           THEN 1 ELSE 0 END AS KEYED,
                      CASE WHEN DATE(I.INTERACTION_TIMESTAMP)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                            AND I.FOLLOWUP_REQUIRED = 'Y'
                           THEN 1 ELSE 0 END AS FU_RAISED,
                      CASE WHEN DATE(I.FOLLOWUP_COMPLETED_AT)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                           THEN 1 ELSE 0 END AS FU_DONE,
                      CASE WHEN DATE(I.INTERACTION_TIMESTAMP)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                            AND I.CHANNEL IS NOT NULL
                            AND EXISTS
                                (SELECT 1
                                 FROM CUSTOMER_INTERACTIONS P
                                 WHERE P.CUSTOMER_ID = I.CUSTOMER_ID
                                   AND P.CHANNEL IS NOT NULL
                                   AND P.INTERACTION_TIMESTAMP
                                       < I.INTERACTION_TIMESTAMP
                                   AND P.INTERACTION_TIMESTAMP
                                       >= I.INTERACTION_TIMESTAMP
                                          - :HV-REPEAT-DAYS DAYS)
                           THEN 1 ELSE 0 END AS REPEAT_FLAG,
                      CASE WHEN DATE(I.INTERACTION_TIMESTAMP)
                                BETWEEN :HV-PERIOD-FROM
                                    AND :HV-PERIOD-TO
                            AND I.CHANNEL IS NOT NULL
                            AND EXISTS
                                (SELECT 1
                                 FROM CUSTOMER_INTERACTIONS P
                                 WHERE P.CUSTOMER_ID = I.CUSTOMER_ID
                                   AND P.CHANNEL IS NOT NULL
                                   AND P.INTERACTION_TIMESTAMP
                                       < I.INTERACTION_TIMESTAMP
                                   AND P.INTERACTION_TIMESTAMP
                                       >= I.INTERACTION_TIMESTAMP
                                          - :HV-REPEAT-DAYS DAYS)
                            AND EXISTS
                                (SELECT 1
                                 FROM CUSTOMER_COMPLAINTS C
                                 WHERE C.CUSTOMER_ID = I.CUSTOMER_ID
                                   AND C.DATE_RECEIVED
                                       <= DATE(I.INTERACTION_TIMESTAMP)
                                   AND (C.RESOLVED_DATE IS NULL
                                    OR C.RESOLVED_DATE
                                       >= DATE(I.INTERACTION_TIMESTAMP))
                                )
                           THEN 1 ELSE 0 END AS REPEAT_OPEN
                     FROM CUSTOMER_INTERACTIONS I
                     WHERE DATE(I.INTERACTION_TIMESTAMP)
                               BETWEEN :HV-PERIOD-FROM
                                   AND :HV-PERIOD-TO
                        OR DATE(I.FOLLOWUP_COMPLETED_AT)
                               BETWEEN :HV-PERIOD-FROM
                                   AND :HV-PERIOD-TO) D
               GROUP BY D.DIM_VALUE
               ORDER BY D.DIM_VALUE
           END-EXEC

           EXEC SQL OPEN CNTC_ACT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CNTC_ACT_CUR INTO
                       :HV-DIM-VALUE,
                       :HV-CONTACT-COUNT,
                       :HV-KEYED-COUNT,
                       :HV-RAISED-COUNT,
                       :HV-DONE-COUNT,
                       :HV-REPEAT-COUNT,
                       :HV-REPEAT-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-ACTIVITY-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING INTERACTIONS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CNTC_ACT_CUR END-EXEC

           IF WS-BLOCK-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-ACT-LINE
           ELSE
               MOVE 'TOTAL'            TO HV-DIM-VALUE
               MOVE WS-BLK-CONTACTS    TO HV-CONTACT-COUNT
               MOVE WS-BLK-KEYED       TO HV-KEYED-COUNT
               MOVE WS-BLK-RAISED      TO HV-RAISED-COUNT
               MOVE WS-BLK-DONE        TO HV-DONE-COUNT
               MOVE WS-BLK-REPEATS     TO HV-REPEAT-COUNT
               MOVE WS-BLK-REPEAT-OPEN TO HV-REPEAT-OPEN-COUNT
               WRITE REPORT-LINE FROM WS-ACT-HEADING-2
               PERFORM FORMAT-ACTIVITY-LINE
           END-IF.

       WRITE-ACTIVITY-DETAIL.
           ADD 1 TO WS-BLOCK-GROUPS
           ADD HV-CONTACT-COUNT     TO WS-BLK-CONTACTS
           ADD HV-KEYED-COUNT       TO WS-BLK-KEYED
           ADD HV-RAISED-COUNT      TO WS-BLK-RAISED
           ADD HV-DONE-COUNT        TO WS-BLK-DONE
           ADD HV-REPEAT-COUNT      TO WS-BLK-REPEATS
           ADD HV-REPEAT-OPEN-COUNT TO WS-BLK-REPEAT-OPEN
           PERFORM FORMAT-ACTIVITY-LINE.

       FORMAT-ACTIVITY-LINE.
           MOVE HV-DIM-VALUE         TO WS-ACT-DIM
           MOVE HV-CONTACT-COUNT     TO WS-ACT-CONTACTS
           MOVE HV-KEYED-COUNT       TO WS-ACT-KEYED
           MOVE HV-RAISED-COUNT      TO WS-ACT-RAISED
           MOVE HV-DONE-COUNT        TO WS-ACT-DONE
           MOVE HV-REPEAT-COUNT      TO WS-ACT-REPEATS
           MOVE HV-REPEAT-OPEN-COUNT TO WS-ACT-REPEAT-OPEN
           COMPUTE WS-ACT-REPEAT-NONE =
               HV-REPEAT-COUNT - HV-REPEAT-OPEN-COUNT

           MOVE HV-KEYED-COUNT  TO WS-RATE-KEYED
           MOVE HV-REPEAT-COUNT TO WS-RATE-REPEATS
           PERFORM COMPUTE-REPEAT-RATE
           MOVE WS-REPEAT-RATE TO WS-ACT-RATE

           WRITE REPORT-LINE FROM WS-ACT-DETAIL.

       COMPUTE-REPEAT-RATE.
           IF WS-RATE-KEYED = ZERO
               MOVE ZERO TO WS-REPEAT-RATE
           ELSE
               COMPUTE WS-REPEAT-RATE ROUNDED =
                   WS-RATE-REPEATS * 100 / WS-RATE-KEYED
           END-IF.

      * The report date's repeat contacts from customers with no
      * complaint open, one line each with how many keyed contacts
      * the customer made in the window before it - the list a team
      * leader works through to see whether a complaint should have
      * been logged.
       WRITE-UNLOGGED-SECTION.
           MOVE 'REPEAT CONTACTS ON REPORT DATE - NO COMPLAINT OPEN'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-UNLOG-HEADING-1
           WRITE REPORT-LINE FROM WS-UNLOG-HEADING-2

           EXEC SQL
               DECLARE CNTC_UNLOG_CUR CURSOR FOR
               SELECT I.CUSTOMER_ID,
                      CHAR(I.INTERACTION_TIMESTAMP),
                      I.INTERACTION_TYPE,
                      COALESCE(I.EMPLOYEE_ID, ' '),
                      I.CHANNEL,
                      (SELECT COUNT(*)
                       FROM CUSTOMER_INTERACTIONS P
                       WHERE P.CUSTOMER_ID = I.CUSTOMER_ID
                         AND P.CHANNEL IS NOT NULL
                         AND P.INTERACTION_TIMESTAMP
                             < I.INTERACTION_TIMESTAMP
                         AND P.INTERACTION_TIMESTAMP
                             >= I.INTERACTION_TIMESTAMP
                                - :HV-REPEAT-DAYS DAYS)
               FROM CUSTOMER_INTERACTIONS I
               WHERE DATE(I.INTERACTION_TIMESTAMP) = :HV-REPORT-DATE
                 AND I.CHANNEL IS NOT NULL
                 AND EXISTS
                     (SELECT 1
                      FROM CUSTOMER_INTERACTIONS P
                      WHERE P.CUSTOMER_ID = I.CUSTOMER_ID
                        AND P.CHANNEL IS NOT NULL
                        AND P.INTERACTION_TIMESTAMP
                            < I.INTERACTION_TIMESTAMP
                        AND P.INTERACTION_TIMESTAMP
                            >= I.INTERACTION_TIMESTAMP
                               - :HV-REPEAT-DAYS DAYS)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM CUSTOMER_COMPLAINTS C
                      WHERE C.CUSTOMER_ID = I.CUSTOMER_ID
                        AND C.DATE_RECEIVED
                            <= DATE(I.INTERACTION_TIMESTAMP)
                        AND (C.RESOLVED_DATE IS NULL
                             OR C.RESOLVED_DATE
                                >= DATE(I.INTERACTION_TIMESTAMP)))
               ORDER BY I.CUSTOMER_ID, I.INTERACTION_TIMESTAMP
           END-EXEC

           EXEC SQL OPEN CNTC_UNLOG_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CNTC_UNLOG_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-TIMESTAMP,
                       :HV-INTERACTION-TYPE,
                       :HV-EMPLOYEE-ID,
                       :HV-CHANNEL,
                       :HV-PRIOR-COUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-UNLOGGED-COUNT
                   MOVE HV-CUSTOMER-ID      TO WS-UNL-CUSTOMER
                   MOVE HV-TIMESTAMP        TO WS-UNL-TIMESTAMP
                   MOVE HV-INTERACTION-TYPE TO WS-UNL-TYPE
                   MOVE HV-EMPLOYEE-ID      TO WS-UNL-EMPLOYEE
                   MOVE HV-CHANNEL          TO WS-UNL-CHANNEL
                   MOVE HV-PRIOR-COUNT      TO WS-UNL-PRIOR
                   WRITE REPORT-LINE FROM WS-UNLOG-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING REPEAT CONTACTS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CNTC_UNLOG_CUR END-EXEC

           IF WS-UNLOGGED-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-UNLOG-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-DAY-CONTACTS TO WS-SUM-DAY-CONTACTS
           MOVE WS-DAY-REPEATS  TO WS-SUM-DAY-REPEATS
           MOVE WS-DAY-KEYED    TO WS-RATE-KEYED
           MOVE WS-DAY-REPEATS  TO WS-RATE-REPEATS
           PERFORM COMPUTE-REPEAT-RATE
           MOVE WS-REPEAT-RATE  TO WS-SUM-DAY-RATE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-MTD-CONTACTS TO WS-SUM-MTD-CONTACTS
           MOVE WS-MTD-REPEATS  TO WS-SUM-MTD-REPEATS
           MOVE WS-MTD-KEYED    TO WS-RATE-KEYED
           MOVE WS-MTD-REPEATS  TO WS-RATE-REPEATS
           PERFORM COMPUTE-REPEAT-RATE
           MOVE WS-REPEAT-RATE  TO WS-SUM-MTD-RATE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-UNLOGGED-COUNT TO WS-SUM-UNLOGGED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3.

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
                   ('CNTCREP', :HV-RUN-START, :HV-RUN-END,
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
