       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWRREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DRWROUT
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
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-EMPLOYEE-ID        PIC X(08).
       01  HV-EMP-NAME           PIC X(50).
       01  HV-DRAWER-STATUS      PIC X(06).
       01  HV-OPENING-FLOAT      PIC S9(9)V99 COMP-3.
       01  HV-VAULT-NET          PIC S9(9)V99 COMP-3.
       01  HV-CASH-NET           PIC S9(9)V99 COMP-3.
       01  HV-EXPECTED-CASH      PIC S9(9)V99 COMP-3.
       01  HV-CLOSING-COUNT      PIC S9(9)V99 COMP-3.
       01  HV-OVER-SHORT         PIC S9(9)V99 COMP-3.
       01  HV-SHORT-COUNT        PIC S9(9) COMP-5.
       01  HV-SHORT-TOTAL        PIC S9(11)V99 COMP-3.
       01  HV-LAST-SHORT         PIC X(10).
       01  HV-REPORT-DATE        PIC X(10).
       01  HV-SHORT-DAYS         PIC S9(4) COMP-5.
       01  HV-SHORT-LIMIT        PIC S9(4) COMP-5.
       01  HV-PARM-NAME          PIC X(20).
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
       01  WS-DRAWER-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-OUT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REPEAT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-PREV-BRANCH        PIC X(06) VALUE SPACES.

      * Look-back window and the number of short drawers within it
      * that make a teller a repeat case. Overridden by the SHORTDAYS
      * and SHORTCNT rows in BATCH_PARMS.
       01  WS-SHORT-DAYS         PIC 9(3) VALUE 030.
       01  WS-SHORT-LIMIT        PIC 9(2) VALUE 03.

       01  WS-BR-OVER-SHORT      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-OVER           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-SHORT          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'DAILY TELLER DRAWER BRANCH BALANCING REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'BUSINESS DATE: '.
           05  WS-SUB-REPORT-DATE PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-DRWR-HEADING-1.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(10) VALUE 'TELLER'.
           05  FILLER            PIC X(12) VALUE 'NAME'.
           05  FILLER            PIC X(08) VALUE 'STATUS'.
           05  FILLER            PIC X(14) VALUE '         FLOAT'.
           05  FILLER            PIC X(14) VALUE '     VAULT NET'.
           05  FILLER            PIC X(14) VALUE '      CASH NET'.
           05  FILLER            PIC X(14) VALUE '      EXPECTED'.
           05  FILLER            PIC X(14) VALUE '       COUNTED'.
           05  FILLER            PIC X(14) VALUE '    OVER/SHORT'.

       01  WS-DRWR-HEADING-2.
           05  FILLER            PIC X(132) VALUE ALL '-'.

       01  WS-DRWR-DETAIL-LINE.
           05  WS-DET-BRANCH     PIC X(08).
           05  WS-DET-TELLER     PIC X(10).
           05  WS-DET-NAME       PIC X(12).
           05  WS-DET-STATUS     PIC X(08).
           05  WS-DET-FLOAT      PIC -(10)9.99.
           05  WS-DET-VAULT      PIC -(10)9.99.
           05  WS-DET-CASH       PIC -(10)9.99.
           05  WS-DET-EXPECTED   PIC -(10)9.99.
           05  WS-DET-COUNTED    PIC -(10)9.99.
           05  WS-DET-COUNTED-X  REDEFINES WS-DET-COUNTED
                                 PIC X(14).
           05  WS-DET-OVER-SHORT PIC -(10)9.99.
           05  WS-DET-OVER-SHORT-X REDEFINES WS-DET-OVER-SHORT
                                 PIC X(14).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-FLAG       PIC X(08).

       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  FILLER            PIC X(24)
               VALUE 'BRANCH NET OVER/SHORT  '.
           05  WS-BRT-BRANCH     PIC X(06).
           05  FILLER            PIC X(70) VALUE SPACES.
           05  WS-BRT-OVER-SHORT PIC -(10)9.99.

       01  WS-REPEAT-HEADING-1.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(10) VALUE 'TELLER'.
           05  FILLER            PIC X(52) VALUE 'NAME'.
           05  FILLER            PIC X(14) VALUE ' SHORT DRAWERS'.
           05  FILLER            PIC X(18) VALUE '       TOTAL SHORT'.
           05  FILLER            PIC X(14) VALUE '    LAST SHORT'.

       01  WS-REPEAT-DETAIL-LINE.
           05  WS-RPT-BRANCH     PIC X(08).
           05  WS-RPT-TELLER     PIC X(10).
           05  WS-RPT-NAME       PIC X(52).
           05  WS-RPT-COUNT      PIC Z(13)9.
           05  WS-RPT-TOTAL      PIC -(14)9.99.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-RPT-LAST       PIC X(10).

       01  WS-REPEAT-RULE-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-RULE-COUNT     PIC Z9.
           05  FILLER            PIC X(29)
               VALUE ' OR MORE SHORT DRAWERS IN THE'.
           05  FILLER            PIC X(06) VALUE ' LAST '.
           05  WS-RULE-DAYS      PIC ZZ9.
           05  FILLER            PIC X(06) VALUE ' DAYS'.

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'DRAWERS              : '.
           05  WS-SUM-DRAWERS    PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'NOT CLOSED           : '.
           05  WS-SUM-OPEN       PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'OUT OF BALANCE       : '.
           05  WS-SUM-OUT        PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'TOTAL OVER           : '.
           05  WS-SUM-OVER       PIC -(13)9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'TOTAL SHORT          : '.
           05  WS-SUM-SHORT      PIC -(13)9.99.

       01  WS-SUMMARY-LINE-6.
           05  FILLER            PIC X(25)
               VALUE 'REPEAT SHORT TELLERS : '.
           05  WS-SUM-REPEAT     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * The branch's end-of-day cash balancing: every TLRDRAWR drawer
      * worked on the business date, branch by branch, with its
      * float, vault buys less sells, the teller's cash postings,
      * what the drawer should have held and what was counted, and
      * the over/short. A drawer still open when the batch runs is
      * shown NOT CLOSED with its running expected figure - the
      * count the branch still owes. Each branch closes with its net
      * over/short.
      *
      * The second section is for the branch manager: tellers whose
      * drawer has come up short SHORTCNT times or more in the last
      * SHORTDAYS days, so a pattern is seen rather than each
      * shortage being written off on its own.
      *
      * The report covers the run date; a RPTDATE row in
      * BATCH_PARMS (YYYY-MM-DD) re-runs it for an earlier day.
       MAIN-LOGIC.
           DISPLAY "GENERATING DAILY DRAWER BALANCING REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-PARMS

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'DRAWER REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE HV-REPORT-DATE TO WS-SUB-REPORT-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-DRAWER-SECTION
               PERFORM WRITE-REPEAT-SECTION
               PERFORM WRITE-DRAWER-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'DRAWER REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'DRAWER REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "BUSINESS DATE      : " HV-REPORT-DATE
           DISPLAY "DRAWERS            : " WS-DRAWER-COUNT
           DISPLAY "NOT CLOSED         : " WS-OPEN-COUNT
           DISPLAY "OUT OF BALANCE     : " WS-OUT-COUNT
           DISPLAY "REPEAT SHORTAGES   : " WS-REPEAT-COUNT

           MOVE WS-DRAWER-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTDATE override must look like YYYY-MM-DD; the repeat
      * thresholds must be numeric and nonzero. Anything else is
      * ignored and the defaults used.
       SET-REPORT-PARMS.
           MOVE WS-RUN-DATE(1:10) TO HV-REPORT-DATE

           MOVE 'RPTDATE' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-REPORT-DATE
           END-IF

           MOVE 'SHORTDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:3) NUMERIC
                   AND HV-PARM-VALUE(1:3) NOT = '000'
               MOVE HV-PARM-VALUE(1:3) TO WS-SHORT-DAYS
           END-IF

           MOVE 'SHORTCNT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:2) NUMERIC
                   AND HV-PARM-VALUE(1:2) NOT = '00'
               MOVE HV-PARM-VALUE(1:2) TO WS-SHORT-LIMIT
           END-IF

           MOVE WS-SHORT-DAYS TO HV-SHORT-DAYS
           MOVE WS-SHORT-LIMIT TO HV-SHORT-LIMIT.

       READ-ONE-BATCH-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'DRWRREP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-PARM-VALUE
           END-IF.

      * A closed drawer carries the figures it was closed on; an
      * open one has its expected cash worked out here the way
      * TLRDRAWR works it out, from the teller's cash postings.
       WRITE-DRAWER-SECTION.
           MOVE 'DRAWER BALANCING BY BRANCH' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-DRWR-HEADING-1
           WRITE REPORT-LINE FROM WS-DRWR-HEADING-2

           EXEC SQL
               DECLARE DRWR_CUR CURSOR FOR
               SELECT D.BRANCH_ID, D.EMPLOYEE_ID,
                      COALESCE(E.NAME, 'NOT ON EMPLOYEE MASTER'),
                      D.DRAWER_STATUS, D.OPENING_FLOAT,
                      D.VAULT_IN - D.VAULT_OUT,
                      COALESCE(D.CASH_NET,
                          (SELECT COALESCE(SUM(T.AMOUNT), 0)
                           FROM TRANSACTIONS T
                           WHERE T.EMPLOYEE_ID = D.EMPLOYEE_ID
                             AND T.BRANCH_ID = D.BRANCH_ID
                             AND T.TXN_DATE = D.DRAWER_DATE
                             AND T.CHANNEL = 'TELLER'
                             AND T.TXN_TYPE
                                 IN ('DEPOSIT', 'WITHDRAWAL'))),
                      COALESCE(D.CLOSING_COUNT, 0),
                      COALESCE(D.OVER_SHORT, 0)
               FROM TELLER_DRAWERS D
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = D.EMPLOYEE_ID
               WHERE D.DRAWER_DATE = :HV-REPORT-DATE
               ORDER BY D.BRANCH_ID, D.EMPLOYEE_ID
           END-EXEC

           EXEC SQL OPEN DRWR_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DRWR_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-EMPLOYEE-ID,
                       :HV-EMP-NAME,
                       :HV-DRAWER-STATUS,
                       :HV-OPENING-FLOAT,
                       :HV-VAULT-NET,
                       :HV-CASH-NET,
                       :HV-CLOSING-COUNT,
                       :HV-OVER-SHORT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-DRAWER-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING DRAWERS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DRWR_CUR END-EXEC

           IF WS-DRAWER-COUNT = 0
               MOVE '  NO DRAWERS WORKED ON THE BUSINESS DATE'
                   TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM WRITE-BRANCH-TOTAL
           END-IF.

      * Control break on branch: the previous branch's net goes out
      * before the first drawer of the next.
       WRITE-DRAWER-DETAIL.
           IF WS-DRAWER-COUNT > 0 AND HV-BRANCH-ID NOT = WS-PREV-BRANCH
               PERFORM WRITE-BRANCH-TOTAL
           END-IF
           MOVE HV-BRANCH-ID TO WS-PREV-BRANCH
           ADD 1 TO WS-DRAWER-COUNT

           COMPUTE HV-EXPECTED-CASH = HV-OPENING-FLOAT + HV-VAULT-NET
               + HV-CASH-NET

           MOVE HV-BRANCH-ID     TO WS-DET-BRANCH
           MOVE HV-EMPLOYEE-ID   TO WS-DET-TELLER
           MOVE HV-EMP-NAME      TO WS-DET-NAME
           MOVE HV-DRAWER-STATUS TO WS-DET-STATUS
           MOVE HV-OPENING-FLOAT TO WS-DET-FLOAT
           MOVE HV-VAULT-NET     TO WS-DET-VAULT
           MOVE HV-CASH-NET      TO WS-DET-CASH
           MOVE HV-EXPECTED-CASH TO WS-DET-EXPECTED

           IF HV-DRAWER-STATUS = 'OPEN'
               ADD 1 TO WS-OPEN-COUNT
               MOVE SPACES TO WS-DET-COUNTED-X
               MOVE SPACES TO WS-DET-OVER-SHORT-X
               MOVE 'NOT CLSD' TO WS-DET-FLAG
           ELSE
               MOVE HV-CLOSING-COUNT TO WS-DET-COUNTED
               MOVE HV-OVER-SHORT    TO WS-DET-OVER-SHORT
               ADD HV-OVER-SHORT TO WS-BR-OVER-SHORT
               IF HV-OVER-SHORT < ZERO
                   ADD 1 TO WS-OUT-COUNT
                   ADD HV-OVER-SHORT TO WS-TOT-SHORT
                   MOVE 'SHORT' TO WS-DET-FLAG
               ELSE IF HV-OVER-SHORT > ZERO
                   ADD 1 TO WS-OUT-COUNT
                   ADD HV-OVER-SHORT TO WS-TOT-OVER
                   MOVE 'OVER' TO WS-DET-FLAG
               ELSE
                   MOVE SPACES TO WS-DET-FLAG
               END-IF
               END-IF
           END-IF

           WRITE REPORT-LINE FROM WS-DRWR-DETAIL-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO WS-BRT-BRANCH
           MOVE WS-BR-OVER-SHORT TO WS-BRT-OVER-SHORT
           WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE ZERO TO WS-BR-OVER-SHORT.

      * Short drawers closed in the window ending on the business
      * date, per teller and the branch the drawer was worked at -
      * a teller who floats between branches is shown under each
      * branch they came up short at.
       WRITE-REPEAT-SECTION.
           MOVE 'TELLERS WITH REPEAT SHORTAGES' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           MOVE WS-SHORT-LIMIT TO WS-RULE-COUNT
           MOVE WS-SHORT-DAYS TO WS-RULE-DAYS
           WRITE REPORT-LINE FROM WS-REPEAT-RULE-LINE
           WRITE REPORT-LINE FROM WS-REPEAT-HEADING-1
           WRITE REPORT-LINE FROM WS-DRWR-HEADING-2

           EXEC SQL
               DECLARE DRWR_SHORT_CUR CURSOR FOR
               SELECT D.BRANCH_ID, D.EMPLOYEE_ID,
                      COALESCE(E.NAME, 'NOT ON EMPLOYEE MASTER'),
                      COUNT(*), SUM(D.OVER_SHORT),
                      CHAR(MAX(D.DRAWER_DATE))
               FROM TELLER_DRAWERS D
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = D.EMPLOYEE_ID
               WHERE D.DRAWER_STATUS = 'CLOSED'
                 AND D.OVER_SHORT < 0
                 AND D.DRAWER_DATE <= :HV-REPORT-DATE
                 AND D.DRAWER_DATE
                     > DATE(:HV-REPORT-DATE) - :HV-SHORT-DAYS DAYS
               GROUP BY D.BRANCH_ID, D.EMPLOYEE_ID, E.NAME
               HAVING COUNT(*) >= :HV-SHORT-LIMIT
               ORDER BY D.BRANCH_ID, 5, D.EMPLOYEE_ID
           END-EXEC

           EXEC SQL OPEN DRWR_SHORT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DRWR_SHORT_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-EMPLOYEE-ID,
                       :HV-EMP-NAME,
                       :HV-SHORT-COUNT,
                       :HV-SHORT-TOTAL,
                       :HV-LAST-SHORT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE HV-BRANCH-ID   TO WS-RPT-BRANCH
                   MOVE HV-EMPLOYEE-ID TO WS-RPT-TELLER
                   MOVE HV-EMP-NAME    TO WS-RPT-NAME
                   MOVE HV-SHORT-COUNT TO WS-RPT-COUNT
                   MOVE HV-SHORT-TOTAL TO WS-RPT-TOTAL
                   MOVE HV-LAST-SHORT  TO WS-RPT-LAST
                   WRITE REPORT-LINE FROM WS-REPEAT-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING REPEAT SHORTAGES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DRWR_SHORT_CUR END-EXEC

           IF WS-REPEAT-COUNT = 0
               MOVE '  NO TELLER HAS REPEAT SHORTAGES' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-DRAWER-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-DRAWER-COUNT TO WS-SUM-DRAWERS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-OPEN-COUNT TO WS-SUM-OPEN
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-OUT-COUNT TO WS-SUM-OUT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           MOVE WS-TOT-OVER TO WS-SUM-OVER
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           MOVE WS-TOT-SHORT TO WS-SUM-SHORT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

           MOVE WS-REPEAT-COUNT TO WS-SUM-REPEAT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6.

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
                   ('DRWRREP', :HV-RUN-START, :HV-RUN-END,
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
