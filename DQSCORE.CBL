       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DQSCOUT
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
       01  HV-NAME               PIC X(50).
       01  HV-SEGMENT            PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-BRANCH-NAME        PIC X(50).
       01  HV-GROUP-KEY          PIC X(30).
       01  HV-MEMBER-COUNT       PIC S9(9) COMP-5.
       01  HV-DQ-SCORE           PIC S9(3)V9 COMP-3.
       01  HV-PRIOR-SCORE        PIC S9(3)V9 COMP-3.
       01  HV-BASE-SCORE         PIC S9(3)V9 COMP-3.
       01  HV-DOB-OK             PIC X(01).
       01  HV-EMAIL-OK           PIC X(01).
       01  HV-PHONE-OK           PIC X(01).
       01  HV-ADDRESS-OK         PIC X(01).
       01  HV-POSTAL-OK          PIC X(01).
       01  HV-SSN-OK             PIC X(01).
       01  HV-SCORE-DATE         PIC X(10).
       01  HV-PRIOR-DATE         PIC X(10).
       01  HV-BASE-DATE          PIC X(10).
       01  HV-SUM-DATE           PIC X(10).
       01  HV-TREND-DAYS         PIC S9(9) COMP-5.
       01  HV-WORKLIST-SIZE      PIC S9(9) COMP-5.
       01  HV-DOB-FAIL           PIC S9(9) COMP-5.
       01  HV-EMAIL-FAIL         PIC S9(9) COMP-5.
       01  HV-PHONE-FAIL         PIC S9(9) COMP-5.
       01  HV-ADDRESS-FAIL       PIC S9(9) COMP-5.
       01  HV-POSTAL-FAIL        PIC S9(9) COMP-5.
       01  HV-SSN-FAIL           PIC S9(9) COMP-5.
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
       01  WS-CUSTOMER-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-CLEAN-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-WORKLIST-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PASS-PCT           PIC S9(3)V9 COMP-3 VALUE ZERO.
       01  WS-SCORE-CHANGE       PIC S9(3)V9 COMP-3 VALUE ZERO.
       01  WS-RULE-CHANGE        PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-RULE-IDX           PIC 9(02) VALUE ZERO.
       01  WS-RULE-POINTER       PIC 9(03) VALUE ZERO.
       01  WS-PREV-BRANCH        PIC X(06) VALUE SPACES.
       01  WS-FIRST-BRANCH       PIC X VALUE 'Y'.
           88  FIRST-BRANCH          VALUE 'Y'.
      * A date that can never be a scoring date, standing in for "no
      * earlier run on file" so the trend columns print blank.
       01  WS-NO-RUN-DATE        PIC X(10) VALUE '0001-01-01'.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * Tuning from BATCH_PARMS (DQSCORE rows): TRENDWEEKS is how far
      * back the baseline run for the trend columns is taken,
      * WORKLIST how many of its worst records each branch is given.
       01  WS-TREND-WEEKS        PIC 9(02) VALUE 04.
       01  WS-WORKLIST-SIZE      PIC 9(03) VALUE 010.

      * The rules, in the order their pass/fail columns sit on
      * DQ_CUSTOMER_SCORES. The failure counts are filled for this
      * run and for the prior one.
       01  WS-RULE-TBL.
           05  WS-RULE-ENTRIES OCCURS 6 TIMES.
               10  WS-RULE-CODE      PIC X(10).
               10  WS-RULE-DESC      PIC X(46).
               10  WS-RULE-FAIL-NOW  PIC S9(9) COMP-3.
               10  WS-RULE-FAIL-PRIOR PIC S9(9) COMP-3.
       01  WS-RULE-COUNT         PIC 9(02) VALUE 6.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(40)
               VALUE 'WEEKLY CUSTOMER DATA QUALITY SCORECARD'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(11) VALUE 'PRIOR RUN: '.
           05  WS-SUB-PRIOR-DATE PIC X(10).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'BASELINE: '.
           05  WS-SUB-BASE-DATE  PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-HEADING-2.
           05  FILLER            PIC X(120) VALUE ALL '-'.

       01  WS-RULE-HEADING-1.
           05  FILLER            PIC X(10) VALUE 'RULE'.
           05  FILLER            PIC X(46) VALUE 'CHECK'.
           05  FILLER            PIC X(10) VALUE '   FAILING'.
           05  FILLER            PIC X(09) VALUE '   PASS %'.
           05  FILLER            PIC X(11) VALUE '  PRIOR RUN'.
           05  FILLER            PIC X(10) VALUE '    CHANGE'.

       01  WS-RULE-DETAIL-LINE.
           05  WS-RLD-CODE       PIC X(10).
           05  WS-RLD-DESC       PIC X(46).
           05  WS-RLD-FAILING    PIC Z(9)9.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-RLD-PASS-PCT   PIC ZZ9.9.
           05  WS-RLD-PRIOR      PIC Z(10)9.
           05  WS-RLD-PRIOR-X    REDEFINES WS-RLD-PRIOR
                                 PIC X(11).
           05  WS-RLD-CHANGE     PIC -(9)9.
           05  WS-RLD-CHANGE-X   REDEFINES WS-RLD-CHANGE
                                 PIC X(10).

       01  WS-GROUP-HEADING-1.
           05  WS-GRH-KEY-TITLE  PIC X(31).
           05  FILLER            PIC X(10) VALUE ' CUSTOMERS'.
           05  FILLER            PIC X(08) VALUE '   SCORE'.
           05  FILLER            PIC X(10) VALUE '     PRIOR'.
           05  FILLER            PIC X(10) VALUE '    CHANGE'.
           05  FILLER            PIC X(10) VALUE '  BASELINE'.
           05  FILLER            PIC X(10) VALUE '    CHANGE'.

       01  WS-GROUP-DETAIL-LINE.
           05  WS-GRD-KEY        PIC X(31).
           05  WS-GRD-CUSTOMERS  PIC Z(9)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-GRD-SCORE      PIC ZZ9.9.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-GRD-PRIOR      PIC ZZ9.9.
           05  WS-GRD-PRIOR-X    REDEFINES WS-GRD-PRIOR
                                 PIC X(05).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-GRD-PRIOR-CHG  PIC -(3)9.9.
           05  WS-GRD-PRIOR-CHG-X REDEFINES WS-GRD-PRIOR-CHG
                                 PIC X(06).
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-GRD-BASE       PIC ZZ9.9.
           05  WS-GRD-BASE-X     REDEFINES WS-GRD-BASE
                                 PIC X(05).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-GRD-BASE-CHG   PIC -(3)9.9.
           05  WS-GRD-BASE-CHG-X REDEFINES WS-GRD-BASE-CHG
                                 PIC X(06).

       01  WS-WL-BRANCH-LINE.
           05  FILLER            PIC X(08) VALUE 'BRANCH: '.
           05  WS-WLB-BRANCH     PIC X(10).
           05  WS-WLB-NAME       PIC X(50).

       01  WS-WL-HEADING-1.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(14) VALUE 'SEGMENT'.
           05  FILLER            PIC X(08) VALUE 'SCORE'.
           05  FILLER            PIC X(50) VALUE 'FAILING RULES'.

       01  WS-WL-DETAIL-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-WLD-CUSTOMER   PIC X(12).
           05  WS-WLD-NAME       PIC X(32).
           05  WS-WLD-SEGMENT    PIC X(14).
           05  WS-WLD-SCORE      PIC ZZ9.9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-WLD-FAILED     PIC X(50).

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'CUSTOMERS SCORED       : '.
           05  WS-SUM-CUSTOMERS  PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'PASSING EVERY RULE     : '.
           05  WS-SUM-CLEAN      PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'ON BRANCH WORKLISTS    : '.
           05  WS-SUM-WORKLIST   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Weekly data-quality scorecard over every live CUSTOMER_MASTER
      * row. Each customer is checked against six rules:
      *   DOB      - a date of birth on file, not in the future and
      *              not more than 120 years ago,
      *   EMAIL    - a plausible e-mail address, on the master or
      *              as a CUSTCNTC contact,
      *   PHONE    - a phone number, on the master or as a contact,
      *   ADDRESS  - the structured ADDR_ street, city, state and
      *              postal code all present (not just the old
      *              ADDRESS blob),
      *   POSTAL   - city, state and ZIP agreeing with
      *              POSTAL_REFERENCE, the ADDRVRFY test,
      *   SSN      - a tax id in NNN-NN-NNNN form, or the SSNVAULT
      *              token standing in for one,
      * and scored as the percentage of rules passed. The per-rule
      * result and the score land in DQ_CUSTOMER_SCORES under the
      * run date, with the customer's branch and segment as they
      * stood, so every week's scorecard stays on file to be
      * trended against. A rerun on the same day replaces that
      * day's rows.
      *
      * A customer's branch is the branch of their latest
      * branch-stamped posting, as PROFITAB takes it - the customer
      * master carries no home branch - and customers who have
      * never used a branch are grouped as NO BRANCH.
      *
      * The report gives the failure count per rule, then the
      * average score by branch and by segment against the prior
      * run and the baseline run TRENDWEEKS back, then each
      * branch's worklist of its lowest-scoring records.
       MAIN-LOGIC.
           DISPLAY "GENERATING DATA QUALITY SCORECARD"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE WS-RUN-DATE(1:10) TO HV-SCORE-DATE
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           PERFORM LOAD-RULE-TABLE

           PERFORM BUILD-SCORECARD

           IF HV-RUN-STATUS = 'SUCCESS'
               PERFORM FIND-TREND-RUNS
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 'DATA QUALITY RUN FAILED - SQL ERROR'
                   TO WS-RESPONSE
           ELSE
               OPEN OUTPUT REPORT-FILE

               IF NOT WS-FILE-OK
                   DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                       WS-FILE-STATUS
                   MOVE 'DATA QUALITY REPORT FAILED - FILE OPEN ERROR'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               ELSE
                   MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
                   IF HV-PRIOR-DATE = WS-NO-RUN-DATE
                       MOVE 'NONE' TO WS-SUB-PRIOR-DATE
                   ELSE
                       MOVE HV-PRIOR-DATE TO WS-SUB-PRIOR-DATE
                   END-IF
                   IF HV-BASE-DATE = WS-NO-RUN-DATE
                       MOVE 'NONE' TO WS-SUB-BASE-DATE
                   ELSE
                       MOVE HV-BASE-DATE TO WS-SUB-BASE-DATE
                   END-IF
                   WRITE REPORT-LINE FROM WS-TITLE-LINE
                   WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

                   PERFORM WRITE-RULE-SECTION
                   PERFORM WRITE-BRANCH-SECTION
                   PERFORM WRITE-SEGMENT-SECTION
                   PERFORM WRITE-WORKLIST-SECTION
                   PERFORM WRITE-SCORECARD-TOTALS

                   CLOSE REPORT-FILE

                   IF HV-RUN-STATUS = 'FAILURE'
                       MOVE 'DATA QUALITY REPORT FAILED - SQL ERROR'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'DATA QUALITY SCORECARD GENERATED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "CUSTOMERS SCORED    : " WS-CUSTOMER-COUNT
           DISPLAY "PASSING EVERY RULE  : " WS-CLEAN-COUNT
           DISPLAY "ON WORKLISTS        : " WS-WORKLIST-COUNT

           COMPUTE HV-RUN-COUNT = WS-CUSTOMER-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'TRENDWEEKS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:2) NUMERIC
               MOVE HV-PARM-VALUE(1:2) TO WS-TREND-WEEKS
           END-IF

           MOVE 'WORKLIST' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-WORKLIST-SIZE
           END-IF

           COMPUTE HV-TREND-DAYS = WS-TREND-WEEKS * 7
           MOVE WS-WORKLIST-SIZE TO HV-WORKLIST-SIZE.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'DQSCORE'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

       LOAD-RULE-TABLE.
           MOVE 'DOB'     TO WS-RULE-CODE(1)
           MOVE 'DATE OF BIRTH PRESENT AND PLAUSIBLE'
               TO WS-RULE-DESC(1)
           MOVE 'EMAIL'   TO WS-RULE-CODE(2)
           MOVE 'E-MAIL ADDRESS ON MASTER OR CONTACTS'
               TO WS-RULE-DESC(2)
           MOVE 'PHONE'   TO WS-RULE-CODE(3)
           MOVE 'PHONE NUMBER ON MASTER OR CONTACTS'
               TO WS-RULE-DESC(3)
           MOVE 'ADDRESS' TO WS-RULE-CODE(4)
           MOVE 'STRUCTURED STREET/CITY/STATE/POSTAL CODE'
               TO WS-RULE-DESC(4)
           MOVE 'POSTAL'  TO WS-RULE-CODE(5)
           MOVE 'CITY/STATE/ZIP MATCH POSTAL REFERENCE'
               TO WS-RULE-DESC(5)
           MOVE 'SSN'     TO WS-RULE-CODE(6)
           MOVE 'TAX ID PRESENT IN NNN-NN-NNNN FORM'
               TO WS-RULE-DESC(6).

      * Clear the day, then score every live customer in one
      * statement. The clear and the insert commit together, so the
      * history never holds half a week.
       BUILD-SCORECARD.
           EXEC SQL
               DELETE FROM DQ_CUSTOMER_SCORES
               WHERE SCORE_DATE = :HV-SCORE-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "ERROR CLEARING SCORECARD DATE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO DQ_CUSTOMER_SCORES
                   (SCORE_DATE, CUSTOMER_ID, BRANCH_ID, SEGMENT,
                    DOB_OK, EMAIL_OK, PHONE_OK, ADDRESS_OK,
                    POSTAL_OK, SSN_OK, RULES_FAILED, DQ_SCORE,
                    SCORED_AT)
               SELECT :HV-SCORE-DATE, Q.CUSTOMER_ID, Q.BRANCH_ID,
                      Q.SEGMENT, Q.DOB_OK, Q.EMAIL_OK, Q.PHONE_OK,
                      Q.ADDRESS_OK, Q.POSTAL_OK, Q.SSN_OK,
                      Q.RULES_FAILED,
                      DECIMAL(ROUND((6 - Q.RULES_FAILED) * 100.0 / 6,
                                    1), 4, 1),
                      CURRENT TIMESTAMP
               FROM (
                   SELECT R.CUSTOMER_ID, R.BRANCH_ID, R.SEGMENT,
                          R.DOB_OK, R.EMAIL_OK, R.PHONE_OK,
                          R.ADDRESS_OK, R.POSTAL_OK, R.SSN_OK,
                          CASE WHEN R.DOB_OK = 'N' THEN 1 ELSE 0 END
                        + CASE WHEN R.EMAIL_OK = 'N' THEN 1 ELSE 0 END
                        + CASE WHEN R.PHONE_OK = 'N' THEN 1 ELSE 0 END
                        + CASE WHEN R.ADDRESS_OK = 'N'
                               THEN 1 ELSE 0 END
                        + CASE WHEN R.POSTAL_OK = 'N'
                               THEN 1 ELSE 0 END
                        + CASE WHEN R.SSN_OK = 'N' THEN 1 ELSE 0 END
                              AS RULES_FAILED
                   FROM (
                       SELECT C.CUSTOMER_ID,
                              COALESCE(C.SEGMENT, ' ') AS SEGMENT,
                              COALESCE(
                                  (SELECT T.BRANCH_ID
                                   FROM TRANSACTIONS T, ACCOUNTS A
                                   WHERE A.CUSTOMER_ID = C.CUSTOMER_ID
                                     AND T.ACCOUNT_ID = A.ACCOUNT_ID
                                     AND T.BRANCH_ID IS NOT NULL
                                     AND T.BRANCH_ID NOT = ' '
                                   ORDER BY T.TXN_DATE DESC
                                   FETCH FIRST 1 ROW ONLY), ' ')
                                  AS BRANCH_ID,
                              CASE WHEN C.DATE_OF_BIRTH IS NOT NULL
                                    AND C.DATE_OF_BIRTH
                                        <= CURRENT DATE
                                    AND C.DATE_OF_BIRTH
                                        > CURRENT DATE - 120 YEARS
                                   THEN 'Y' ELSE 'N' END AS DOB_OK,
                              CASE WHEN COALESCE(C.EMAIL, ' ')
                                        LIKE '%_@_%._%'
                                     OR EXISTS
                                        (SELECT 1
                                         FROM CUSTOMER_CONTACTS K
                                         WHERE K.CUSTOMER_ID =
                                               C.CUSTOMER_ID
                                           AND K.CONTACT_TYPE = 'EMAIL'
                                           AND K.CONTACT_VALUE
                                               LIKE '%_@_%._%')
                                   THEN 'Y' ELSE 'N' END AS EMAIL_OK,
                              CASE WHEN COALESCE(C.PHONE, ' ')
                                        NOT = ' '
                                     OR EXISTS
                                        (SELECT 1
                                         FROM CUSTOMER_CONTACTS K
                                         WHERE K.CUSTOMER_ID =
                                               C.CUSTOMER_ID
                                           AND K.CONTACT_TYPE = 'PHONE'
                                           AND K.CONTACT_VALUE
                                               NOT = ' ')
                                   THEN 'Y' ELSE 'N' END AS PHONE_OK,
                              CASE WHEN COALESCE(C.ADDR_STREET, ' ')
                                        NOT = ' '
                                    AND COALESCE(C.ADDR_CITY, ' ')
                                        NOT = ' '
                                    AND COALESCE(C.ADDR_STATE, ' ')
                                        NOT = ' '
                                    AND COALESCE(C.ADDR_POSTAL_CODE,
                                                 ' ') NOT = ' '
                                   THEN 'Y' ELSE 'N' END
                                  AS ADDRESS_OK,
                              CASE WHEN EXISTS
                                        (SELECT 1
                                         FROM POSTAL_REFERENCE P
                                         WHERE P.ZIP_CODE =
                                               SUBSTR(
                                               C.ADDR_POSTAL_CODE,
                                               1, 5)
                                           AND P.STATE = C.ADDR_STATE
                                           AND UPPER(RTRIM(P.CITY)) =
                                               UPPER(RTRIM(
                                               C.ADDR_CITY)))
                                   THEN 'Y' ELSE 'N' END
                                  AS POSTAL_OK,
                              CASE WHEN COALESCE(C.SSN, ' ')
                                        LIKE '___-__-____'
                                    AND TRANSLATE(C.SSN, ' ',
                                            '0123456789')
                                        = '   -  -    '
                                   THEN 'Y'
                                   WHEN COALESCE(C.SSN, ' ')
                                        LIKE 'T__________'
                                    AND TRANSLATE(SUBSTR(C.SSN, 8, 4),
                                            ' ', '0123456789')
                                        = '    '
                                   THEN 'Y' ELSE 'N' END AS SSN_OK
                       FROM CUSTOMER_MASTER C
                       WHERE C.RECORD_STATUS IS NULL
                          OR C.RECORD_STATUS NOT = 'CLOSED'
                   ) AS R
               ) AS Q
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CUSTOMER-COUNT
                   EXEC SQL COMMIT END-EXEC
               WHEN SQLCODE = 100
                   MOVE ZERO TO WS-CUSTOMER-COUNT
                   EXEC SQL COMMIT END-EXEC
               WHEN OTHER
                   DISPLAY "ERROR WRITING DATA QUALITY SCORES, "
                       "SQLCODE: " SQLCODE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
                   EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.

      * The prior run is the latest scorecard before today's; the
      * baseline is the latest at least TRENDWEEKS weeks back, so a
      * skipped week shifts the comparison rather than blanking it.
       FIND-TREND-RUNS.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(SCORE_DATE)), :WS-NO-RUN-DATE)
               INTO :HV-PRIOR-DATE
               FROM DQ_CUSTOMER_SCORES
               WHERE SCORE_DATE < :HV-SCORE-DATE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(SCORE_DATE)),
                                   :WS-NO-RUN-DATE)
                   INTO :HV-BASE-DATE
                   FROM DQ_CUSTOMER_SCORES
                   WHERE SCORE_DATE
                         <= DATE(:HV-SCORE-DATE) - :HV-TREND-DAYS DAYS
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING SCORECARD HISTORY, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF.

      * Failures per rule this run and at the prior run. A falling
      * count is cleanup landing; a rising one is new bad data
      * coming in faster than it is fixed.
       WRITE-RULE-SECTION.
           MOVE 'FAILURES BY RULE' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-RULE-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2

           MOVE HV-SCORE-DATE TO HV-SUM-DATE
           PERFORM READ-RULE-FAILURES
           MOVE HV-DOB-FAIL     TO WS-RULE-FAIL-NOW(1)
           MOVE HV-EMAIL-FAIL   TO WS-RULE-FAIL-NOW(2)
           MOVE HV-PHONE-FAIL   TO WS-RULE-FAIL-NOW(3)
           MOVE HV-ADDRESS-FAIL TO WS-RULE-FAIL-NOW(4)
           MOVE HV-POSTAL-FAIL  TO WS-RULE-FAIL-NOW(5)
           MOVE HV-SSN-FAIL     TO WS-RULE-FAIL-NOW(6)

           MOVE HV-PRIOR-DATE TO HV-SUM-DATE
           PERFORM READ-RULE-FAILURES
           MOVE HV-DOB-FAIL     TO WS-RULE-FAIL-PRIOR(1)
           MOVE HV-EMAIL-FAIL   TO WS-RULE-FAIL-PRIOR(2)
           MOVE HV-PHONE-FAIL   TO WS-RULE-FAIL-PRIOR(3)
           MOVE HV-ADDRESS-FAIL TO WS-RULE-FAIL-PRIOR(4)
           MOVE HV-POSTAL-FAIL  TO WS-RULE-FAIL-PRIOR(5)
           MOVE HV-SSN-FAIL     TO WS-RULE-FAIL-PRIOR(6)

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-CODE(WS-RULE-IDX) TO WS-RLD-CODE
               MOVE WS-RULE-DESC(WS-RULE-IDX) TO WS-RLD-DESC
               MOVE WS-RULE-FAIL-NOW(WS-RULE-IDX) TO WS-RLD-FAILING
               IF WS-CUSTOMER-COUNT > 0
                   COMPUTE WS-PASS-PCT ROUNDED =
                       (WS-CUSTOMER-COUNT
                        - WS-RULE-FAIL-NOW(WS-RULE-IDX)) * 100
                       / WS-CUSTOMER-COUNT
               ELSE
                   MOVE ZERO TO WS-PASS-PCT
               END-IF
               MOVE WS-PASS-PCT TO WS-RLD-PASS-PCT
               IF HV-PRIOR-DATE = WS-NO-RUN-DATE
                   MOVE SPACES TO WS-RLD-PRIOR-X
                   MOVE SPACES TO WS-RLD-CHANGE-X
               ELSE
                   MOVE WS-RULE-FAIL-PRIOR(WS-RULE-IDX)
                       TO WS-RLD-PRIOR
                   COMPUTE WS-RULE-CHANGE =
                       WS-RULE-FAIL-NOW(WS-RULE-IDX)
                       - WS-RULE-FAIL-PRIOR(WS-RULE-IDX)
                   MOVE WS-RULE-CHANGE TO WS-RLD-CHANGE
               END-IF
               WRITE REPORT-LINE FROM WS-RULE-DETAIL-LINE
           END-PERFORM.

       READ-RULE-FAILURES.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DOB_OK = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN EMAIL_OK = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PHONE_OK = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ADDRESS_OK = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN POSTAL_OK = 'N'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN SSN_OK = 'N'
                                        THEN 1 ELSE 0 END), 0)
               INTO :HV-DOB-FAIL, :HV-EMAIL-FAIL, :HV-PHONE-FAIL,
                    :HV-ADDRESS-FAIL, :HV-POSTAL-FAIL, :HV-SSN-FAIL
               FROM DQ_CUSTOMER_SCORES
               WHERE SCORE_DATE = :HV-SUM-DATE
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING RULE FAILURES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               MOVE ZERO TO HV-DOB-FAIL HV-EMAIL-FAIL HV-PHONE-FAIL
                            HV-ADDRESS-FAIL HV-POSTAL-FAIL HV-SSN-FAIL
           END-IF.

      * Average score per branch, worst first, against the same
      * branch at the prior and baseline runs. A branch with no
      * customers at a comparison run shows blank there (-1 from the
      * query, which no real average can be).
       WRITE-BRANCH-SECTION.
           MOVE 'AVERAGE SCORE BY BRANCH' TO WS-SECTION-TITLE
           MOVE 'BRANCH' TO WS-GRH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GROUP-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-GROUP-COUNT

           EXEC SQL
               DECLARE BR_DQ_CUR CURSOR FOR
               SELECT CASE WHEN S.BRANCH_ID = ' '
                           THEN 'NO BRANCH'
                           ELSE S.BRANCH_ID || ' '
                                || COALESCE(B.BRANCH_NAME, ' ')
                      END,
                      COUNT(*),
                      DECIMAL(ROUND(AVG(S.DQ_SCORE), 1), 4, 1),
                      COALESCE(
                          (SELECT DECIMAL(ROUND(AVG(P.DQ_SCORE), 1),
                                          4, 1)
                           FROM DQ_CUSTOMER_SCORES P
                           WHERE P.SCORE_DATE = :HV-PRIOR-DATE
                             AND P.BRANCH_ID = S.BRANCH_ID), -1),
                      COALESCE(
                          (SELECT DECIMAL(ROUND(AVG(P.DQ_SCORE), 1),
                                          4, 1)
                           FROM DQ_CUSTOMER_SCORES P
                           WHERE P.SCORE_DATE = :HV-BASE-DATE
                             AND P.BRANCH_ID = S.BRANCH_ID), -1)
               FROM DQ_CUSTOMER_SCORES S
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = S.BRANCH_ID
               WHERE S.SCORE_DATE = :HV-SCORE-DATE
               GROUP BY S.BRANCH_ID, B.BRANCH_NAME
               ORDER BY 3, S.BRANCH_ID
           END-EXEC

           EXEC SQL OPEN BR_DQ_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH BR_DQ_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-MEMBER-COUNT,
                       :HV-DQ-SCORE,
                       :HV-PRIOR-SCORE,
                       :HV-BASE-SCORE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING BRANCH SCORES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE BR_DQ_CUR END-EXEC

           IF WS-GROUP-COUNT = 0
               MOVE '  NO CUSTOMERS SCORED' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * The same by customer segment; an unsegmented customer shows
      * under a blank segment.
       WRITE-SEGMENT-SECTION.
           MOVE 'AVERAGE SCORE BY SEGMENT' TO WS-SECTION-TITLE
           MOVE 'SEGMENT' TO WS-GRH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GROUP-HEADING-1
           WRITE REPORT-LINE FROM WS-HEADING-2
           MOVE ZERO TO WS-GROUP-COUNT

           EXEC SQL
               DECLARE SEG_DQ_CUR CURSOR FOR
               SELECT S.SEGMENT, COUNT(*),
                      DECIMAL(ROUND(AVG(S.DQ_SCORE), 1), 4, 1),
                      COALESCE(
                          (SELECT DECIMAL(ROUND(AVG(P.DQ_SCORE), 1),
                                          4, 1)
                           FROM DQ_CUSTOMER_SCORES P
                           WHERE P.SCORE_DATE = :HV-PRIOR-DATE
                             AND P.SEGMENT = S.SEGMENT), -1),
                      COALESCE(
                          (SELECT DECIMAL(ROUND(AVG(P.DQ_SCORE), 1),
                                          4, 1)
                           FROM DQ_CUSTOMER_SCORES P
                           WHERE P.SCORE_DATE = :HV-BASE-DATE
                             AND P.SEGMENT = S.SEGMENT), -1)
               FROM DQ_CUSTOMER_SCORES S
               WHERE S.SCORE_DATE = :HV-SCORE-DATE
               GROUP BY S.SEGMENT
               ORDER BY 3, S.SEGMENT
           END-EXEC

           EXEC SQL OPEN SEG_DQ_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH SEG_DQ_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-MEMBER-COUNT,
                       :HV-DQ-SCORE,
                       :HV-PRIOR-SCORE,
                       :HV-BASE-SCORE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SEGMENT SCORES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE SEG_DQ_CUR END-EXEC

           IF WS-GROUP-COUNT = 0
               MOVE '  NO CUSTOMERS SCORED' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-GROUP-DETAIL.
           ADD 1 TO WS-GROUP-COUNT

           MOVE HV-GROUP-KEY    TO WS-GRD-KEY
           MOVE HV-MEMBER-COUNT TO WS-GRD-CUSTOMERS
           MOVE HV-DQ-SCORE     TO WS-GRD-SCORE

           IF HV-PRIOR-SCORE < ZERO
               MOVE SPACES TO WS-GRD-PRIOR-X
               MOVE SPACES TO WS-GRD-PRIOR-CHG-X
           ELSE
               MOVE HV-PRIOR-SCORE TO WS-GRD-PRIOR
               COMPUTE WS-SCORE-CHANGE = HV-DQ-SCORE - HV-PRIOR-SCORE
               MOVE WS-SCORE-CHANGE TO WS-GRD-PRIOR-CHG
           END-IF

           IF HV-BASE-SCORE < ZERO
               MOVE SPACES TO WS-GRD-BASE-X
               MOVE SPACES TO WS-GRD-BASE-CHG-X
           ELSE
               MOVE HV-BASE-SCORE TO WS-GRD-BASE
               COMPUTE WS-SCORE-CHANGE = HV-DQ-SCORE - HV-BASE-SCORE
               MOVE WS-SCORE-CHANGE TO WS-GRD-BASE-CHG
           END-IF

           WRITE REPORT-LINE FROM WS-GROUP-DETAIL-LINE.

      * Each branch's WORKLIST lowest-scoring customers, with the
      * rules they fail - the records to fix first. Customers
      * passing every rule never appear.
       WRITE-WORKLIST-SECTION.
           MOVE 'BRANCH WORKLISTS - LOWEST SCORING RECORDS'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           MOVE 'Y' TO WS-FIRST-BRANCH

           EXEC SQL
               DECLARE WL_DQ_CUR CURSOR FOR
               SELECT W.BRANCH_ID, COALESCE(B.BRANCH_NAME, ' '),
                      W.CUSTOMER_ID, COALESCE(C.NAME, ' '),
                      W.SEGMENT, W.DQ_SCORE,
                      W.DOB_OK, W.EMAIL_OK, W.PHONE_OK,
                      W.ADDRESS_OK, W.POSTAL_OK, W.SSN_OK
               FROM (
                   SELECT S.BRANCH_ID, S.CUSTOMER_ID, S.SEGMENT,
                          S.DQ_SCORE, S.DOB_OK, S.EMAIL_OK,
                          S.PHONE_OK, S.ADDRESS_OK, S.POSTAL_OK,
                          S.SSN_OK,
                          ROW_NUMBER() OVER
                              (PARTITION BY S.BRANCH_ID
                               ORDER BY S.DQ_SCORE, S.CUSTOMER_ID)
                              AS WORST_RANK
                   FROM DQ_CUSTOMER_SCORES S
                   WHERE S.SCORE_DATE = :HV-SCORE-DATE
                     AND S.RULES_FAILED > 0
               ) AS W
               LEFT OUTER JOIN CUSTOMER_MASTER C
                    ON C.CUSTOMER_ID = W.CUSTOMER_ID
               LEFT OUTER JOIN BRANCH_MASTER B
                    ON B.BRANCH_ID = W.BRANCH_ID
               WHERE W.WORST_RANK <= :HV-WORKLIST-SIZE
               ORDER BY W.BRANCH_ID, W.WORST_RANK
           END-EXEC

           EXEC SQL OPEN WL_DQ_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH WL_DQ_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-BRANCH-NAME,
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-SEGMENT,
                       :HV-DQ-SCORE,
                       :HV-DOB-OK,
                       :HV-EMAIL-OK,
                       :HV-PHONE-OK,
                       :HV-ADDRESS-OK,
                       :HV-POSTAL-OK,
                       :HV-SSN-OK
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-WORKLIST-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING BRANCH WORKLISTS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE WL_DQ_CUR END-EXEC

           IF WS-WORKLIST-COUNT = 0
               MOVE '  NO RECORDS FAILING ANY RULE' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Control break on branch: a heading for each branch's list.
       WRITE-WORKLIST-DETAIL.
           IF FIRST-BRANCH OR HV-BRANCH-ID NOT = WS-PREV-BRANCH
               IF HV-BRANCH-ID = SPACES
                   MOVE 'NO BRANCH' TO WS-WLB-BRANCH
               ELSE
                   MOVE HV-BRANCH-ID TO WS-WLB-BRANCH
               END-IF
               MOVE HV-BRANCH-NAME TO WS-WLB-NAME
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-WL-BRANCH-LINE
               WRITE REPORT-LINE FROM WS-WL-HEADING-1
               WRITE REPORT-LINE FROM WS-HEADING-2
               MOVE 'N' TO WS-FIRST-BRANCH
           END-IF
           MOVE HV-BRANCH-ID TO WS-PREV-BRANCH
           ADD 1 TO WS-WORKLIST-COUNT

           MOVE SPACES TO WS-WLD-FAILED
           MOVE 1 TO WS-RULE-POINTER
           IF HV-DOB-OK = 'N'
               STRING 'DOB ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF
           IF HV-EMAIL-OK = 'N'
               STRING 'EMAIL ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF
           IF HV-PHONE-OK = 'N'
               STRING 'PHONE ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF
           IF HV-ADDRESS-OK = 'N'
               STRING 'ADDRESS ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF
           IF HV-POSTAL-OK = 'N'
               STRING 'POSTAL ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF
           IF HV-SSN-OK = 'N'
               STRING 'SSN ' DELIMITED BY SIZE
                   INTO WS-WLD-FAILED WITH POINTER WS-RULE-POINTER
               END-STRING
           END-IF

           MOVE HV-CUSTOMER-ID TO WS-WLD-CUSTOMER
           MOVE HV-NAME        TO WS-WLD-NAME
           MOVE HV-SEGMENT     TO WS-WLD-SEGMENT
           MOVE HV-DQ-SCORE    TO WS-WLD-SCORE
           WRITE REPORT-LINE FROM WS-WL-DETAIL-LINE.

       WRITE-SCORECARD-TOTALS.
           EXEC SQL
               SELECT COUNT(*) INTO :HV-MEMBER-COUNT
               FROM DQ_CUSTOMER_SCORES
               WHERE SCORE_DATE = :HV-SCORE-DATE
                 AND RULES_FAILED = 0
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-MEMBER-COUNT TO WS-CLEAN-COUNT
           ELSE
               DISPLAY "ERROR COUNTING CLEAN RECORDS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           WRITE REPORT-LINE FROM SPACES

           MOVE WS-CUSTOMER-COUNT TO WS-SUM-CUSTOMERS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-CLEAN-COUNT TO WS-SUM-CLEAN
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-WORKLIST-COUNT TO WS-SUM-WORKLIST
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
                   ('DQSCORE', :HV-RUN-START, :HV-RUN-END,
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
