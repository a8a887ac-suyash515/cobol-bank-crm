       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO CHGOOUT
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
       01  HV-YEAR-START         PIC X(10).
       01  HV-CHGOFF-ID          PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-EVENT-DATE         PIC X(10).
       01  HV-DAYS-ON-QUEUE      PIC S9(9) COMP-5.
       01  HV-APPROVAL-ID        PIC X(10).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-CHGOFF-AMOUNT      PIC S9(9)V99 COMP-3.
       01  HV-RECOVERED-AMOUNT   PIC S9(9)V99 COMP-3.
       01  HV-PERIOD-RECOVERED   PIC S9(11)V99 COMP-3.
       01  HV-SUM-COUNT          PIC S9(9) COMP-5.
       01  HV-SUM-CHGOFF         PIC S9(11)V99 COMP-3.
       01  HV-SUM-RECOVERED      PIC S9(11)V99 COMP-3.
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
       01  WS-POSTED-LINES       PIC 9(5) VALUE ZERO.
       01  WS-PENDING-LINES      PIC 9(5) VALUE ZERO.
       01  WS-RECOVERY-LINES     PIC 9(5) VALUE ZERO.
       01  WS-MTD-CHGOFF         PIC S9(11)V99 VALUE ZERO.
       01  WS-MTD-RECOVERED      PIC S9(11)V99 VALUE ZERO.
       01  WS-PENDING-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-LOSS           PIC S9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-RATE      PIC 9(3)V9 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'CHARGE-OFF AND RECOVERY REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'PERIOD: '.
           05  WS-SUB-FROM       PIC X(10).
           05  FILLER            PIC X(04) VALUE ' TO '.
           05  WS-SUB-TO         PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-CHG-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'CHARGE-OFF'.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(12) VALUE 'DATE'.
           05  FILLER            PIC X(08) VALUE '    DAYS'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(12) VALUE 'APPROVAL'.
           05  FILLER            PIC X(18) VALUE '            AMOUNT'.

       01  WS-CHG-HEADING-2.
           05  FILLER            PIC X(90) VALUE ALL '-'.

       01  WS-CHG-DETAIL.
           05  WS-CG-CHGOFF-ID   PIC X(12).
           05  WS-CG-ACCOUNT     PIC X(14).
           05  WS-CG-CUSTOMER    PIC X(12).
           05  WS-CG-DATE        PIC X(12).
           05  WS-CG-DAYS        PIC Z(7)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-CG-APPROVAL    PIC X(12).
           05  WS-CG-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-POSTED-LINE   PIC X(40)
           VALUE '  NO CHARGE-OFFS POSTED IN THE PERIOD'.
       01  WS-NONE-PENDING-LINE  PIC X(40)
           VALUE '  NO CHARGE-OFFS AWAITING APPROVAL'.

       01  WS-RCV-HEADING-1.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(12) VALUE 'CHARGE-OFF'.
           05  FILLER            PIC X(18) VALUE '    CHARGED OFF'.
           05  FILLER            PIC X(18) VALUE ' RECOVERED MONTH'.
           05  FILLER            PIC X(18) VALUE ' RECOVERED TO DATE'.
           05  FILLER            PIC X(18) VALUE '       OUTSTANDING'.

       01  WS-RCV-HEADING-2.
           05  FILLER            PIC X(98) VALUE ALL '-'.

       01  WS-RCV-DETAIL.
           05  WS-RD-ACCOUNT     PIC X(14).
           05  WS-RD-CHGOFF-ID   PIC X(12).
           05  WS-RD-CHGOFF      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-RD-MONTH       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-RD-TO-DATE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-RD-OUTSTANDING PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-RCV-LINE      PIC X(40)
           VALUE '  NO RECOVERIES IN THE PERIOD'.

       01  WS-SUMMARY-HEADING.
           05  FILLER            PIC X(24) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE '   COUNT'.
           05  FILLER            PIC X(18) VALUE '       CHARGED OFF'.
           05  FILLER            PIC X(18) VALUE '         RECOVERED'.
           05  FILLER            PIC X(18) VALUE '          NET LOSS'.
           05  FILLER            PIC X(12) VALUE '  RECOVERY %'.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL      PIC X(24).
           05  WS-SUM-COUNT      PIC Z(7)9.
           05  WS-SUM-CHGOFF     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SUM-RECOVERED  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SUM-NET        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(06) VALUE SPACES.
           05  WS-SUM-RATE       PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE '%'.

       01  WS-PENDING-SUMMARY.
           05  FILLER            PIC X(24)
               VALUE 'AWAITING APPROVAL     : '.
           05  WS-PS-COUNT       PIC Z(7)9.
           05  WS-PS-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

      * Month-end pack for the credit committee. Lists the write-offs
      * posted in the month, the ones over the approval limit still
      * waiting on a checker in APPRVQUE, and the recoveries taken
      * back on charged-off accounts in the month, then sums the
      * losses for the month, the year to date and the life of the
      * register: charged off, recovered, net loss and the share of
      * the write-off recovered. A charge-off's loss counts in the
      * period it was posted; a recovery in the period its CHGOFFRCV
      * transaction was.
      *
      * The report month is the run date's; a RPTDATE row in
      * BATCH_PARMS (YYYY-MM-DD) reprints another month up to that
      * day.
       MAIN-LOGIC.
           DISPLAY "GENERATING CHARGE-OFF AND RECOVERY REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-DATE

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'CHARGE-OFF REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE    TO WS-SUB-RUN-DATE
               MOVE HV-MONTH-START TO WS-SUB-FROM
               MOVE HV-REPORT-DATE TO WS-SUB-TO
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-POSTED-SECTION
               PERFORM WRITE-PENDING-SECTION
               PERFORM WRITE-RECOVERY-SECTION
               PERFORM WRITE-LOSS-SUMMARY

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'CHARGE-OFF REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'CHARGE-OFF REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT DATE        : " HV-REPORT-DATE
           DISPLAY "CHARGE-OFFS POSTED : " WS-POSTED-LINES
           DISPLAY "AWAITING APPROVAL  : " WS-PENDING-LINES
           DISPLAY "ACCOUNTS RECOVERED : " WS-RECOVERY-LINES

           COMPUTE HV-RUN-COUNT = WS-POSTED-LINES + WS-PENDING-LINES
               + WS-RECOVERY-LINES
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTDATE override must look like YYYY-MM-DD; anything else
      * is ignored and the run date reported.
       SET-REPORT-DATE.
           EXEC SQL
               SET :HV-REPORT-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'CHGOREP'
                 AND PARM_NAME = 'RPTDATE'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-REPORT-DATE
           END-IF

           MOVE HV-REPORT-DATE TO HV-MONTH-START
           MOVE '01' TO HV-MONTH-START(9:2)
           MOVE HV-MONTH-START TO HV-YEAR-START
           MOVE '01' TO HV-YEAR-START(6:2).

      * APPROVAL shows the APPRVQUE request a write-off went through,
      * or WITHIN LIMIT for one the batch posted on its own.
       WRITE-POSTED-SECTION.
           MOVE 'CHARGE-OFFS POSTED IN THE PERIOD'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-CHG-HEADING-1
           WRITE REPORT-LINE FROM WS-CHG-HEADING-2

           EXEC SQL
               DECLARE CHGO_POST_CUR CURSOR FOR
               SELECT CHGOFF_ID, ACCOUNT_ID, CUSTOMER_ID,
                      CHAR(CHGOFF_DATE, ISO),
                      COALESCE(DAYS_ON_QUEUE, 0),
                      COALESCE(APPROVAL_ID, 'WITHIN LMT'),
                      CHGOFF_AMOUNT
               FROM CHARGE_OFFS
               WHERE CHGOFF_STATUS IN ('CHARGEDOFF', 'RECOVERED')
                 AND CHGOFF_DATE
                     BETWEEN :HV-MONTH-START AND :HV-REPORT-DATE
               ORDER BY CHGOFF_DATE, CHGOFF_ID
           END-EXEC

           EXEC SQL OPEN CHGO_POST_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CHGO_POST_CUR INTO
                       :HV-CHGOFF-ID,
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-EVENT-DATE,
                       :HV-DAYS-ON-QUEUE,
                       :HV-APPROVAL-ID,
                       :HV-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-POSTED-LINES
                   ADD HV-AMOUNT TO WS-MTD-CHGOFF
                   PERFORM WRITE-CHARGE-OFF-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CHARGE-OFFS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CHGO_POST_CUR END-EXEC

           IF WS-POSTED-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-POSTED-LINE
           END-IF.

       WRITE-CHARGE-OFF-DETAIL.
           MOVE HV-CHGOFF-ID     TO WS-CG-CHGOFF-ID
           MOVE HV-ACCOUNT-ID    TO WS-CG-ACCOUNT
           MOVE HV-CUSTOMER-ID   TO WS-CG-CUSTOMER
           MOVE HV-EVENT-DATE    TO WS-CG-DATE
           MOVE HV-DAYS-ON-QUEUE TO WS-CG-DAYS
           MOVE HV-APPROVAL-ID   TO WS-CG-APPROVAL
           MOVE HV-AMOUNT        TO WS-CG-AMOUNT
           WRITE REPORT-LINE FROM WS-CHG-DETAIL.

      * Everything still waiting on a checker, whatever month it was
      * proposed in - the committee sees the backlog, not just this
      * month's additions.
       WRITE-PENDING-SECTION.
           MOVE 'CHARGE-OFFS AWAITING APPROVAL'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-CHG-HEADING-1
           WRITE REPORT-LINE FROM WS-CHG-HEADING-2

           EXEC SQL
               DECLARE CHGO_PEND_CUR CURSOR FOR
               SELECT CHGOFF_ID, ACCOUNT_ID, CUSTOMER_ID,
                      CHAR(DATE(PROPOSED_AT), ISO),
                      COALESCE(DAYS_ON_QUEUE, 0),
                      COALESCE(APPROVAL_ID, ' '),
                      PROPOSED_AMOUNT
               FROM CHARGE_OFFS
               WHERE CHGOFF_STATUS = 'PENDAPPR'
               ORDER BY PROPOSED_AT, CHGOFF_ID
           END-EXEC

           EXEC SQL OPEN CHGO_PEND_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CHGO_PEND_CUR INTO
                       :HV-CHGOFF-ID,
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-EVENT-DATE,
                       :HV-DAYS-ON-QUEUE,
                       :HV-APPROVAL-ID,
                       :HV-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-PENDING-LINES
                   ADD HV-AMOUNT TO WS-PENDING-TOTAL
                   PERFORM WRITE-CHARGE-OFF-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING PENDING CHARGE-OFFS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CHGO_PEND_CUR END-EXEC

           IF WS-PENDING-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-PENDING-LINE
           END-IF.

      * One line per charged-off account that had CHGOFFRCV postings
      * in the month: what was written off, what came back this
      * month and in all, and what is still outstanding.
       WRITE-RECOVERY-SECTION.
           MOVE 'RECOVERIES ON CHARGED-OFF ACCOUNTS IN THE PERIOD'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-RCV-HEADING-1
           WRITE REPORT-LINE FROM WS-RCV-HEADING-2

           EXEC SQL
               DECLARE CHGO_RCV_CUR CURSOR FOR
               SELECT C.ACCOUNT_ID, C.CHGOFF_ID,
                      C.CHGOFF_AMOUNT,
                      COALESCE(C.RECOVERED_AMOUNT, 0),
                      SUM(0 - T.AMOUNT)
               FROM CHARGE_OFFS C, TRANSACTIONS T
               WHERE T.ACCOUNT_ID = C.ACCOUNT_ID
                 AND C.CHGOFF_STATUS IN ('CHARGEDOFF', 'RECOVERED')
                 AND T.TXN_TYPE = 'CHGOFFRCV'
                 AND T.TXN_DATE
                     BETWEEN :HV-MONTH-START AND :HV-REPORT-DATE
               GROUP BY C.ACCOUNT_ID, C.CHGOFF_ID,
                        C.CHGOFF_AMOUNT, C.RECOVERED_AMOUNT
               ORDER BY C.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN CHGO_RCV_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH CHGO_RCV_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CHGOFF-ID,
                       :HV-CHGOFF-AMOUNT,
                       :HV-RECOVERED-AMOUNT,
                       :HV-PERIOD-RECOVERED
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-RECOVERY-LINES
                   ADD HV-PERIOD-RECOVERED TO WS-MTD-RECOVERED
                   MOVE HV-ACCOUNT-ID       TO WS-RD-ACCOUNT
                   MOVE HV-CHGOFF-ID        TO WS-RD-CHGOFF-ID
                   MOVE HV-CHGOFF-AMOUNT    TO WS-RD-CHGOFF
                   MOVE HV-PERIOD-RECOVERED TO WS-RD-MONTH
                   MOVE HV-RECOVERED-AMOUNT TO WS-RD-TO-DATE
                   COMPUTE WS-RD-OUTSTANDING =
                       HV-CHGOFF-AMOUNT - HV-RECOVERED-AMOUNT
                   WRITE REPORT-LINE FROM WS-RCV-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING RECOVERIES, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE CHGO_RCV_CUR END-EXEC

           IF WS-RECOVERY-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-RCV-LINE
           END-IF.

      * Month, year to date and life of the register. Month figures
      * come from the detail sections above; the longer periods are
      * summed from CHARGE_OFFS and the CHGOFFRCV transactions.
       WRITE-LOSS-SUMMARY.
           MOVE 'LOSS SUMMARY' TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING

           MOVE 'MONTH TO DATE         : ' TO WS-SUM-LABEL
           MOVE WS-POSTED-LINES  TO HV-SUM-COUNT
           MOVE WS-MTD-CHGOFF    TO HV-SUM-CHGOFF
           MOVE WS-MTD-RECOVERED TO HV-SUM-RECOVERED
           PERFORM WRITE-SUMMARY-LINE

           MOVE HV-YEAR-START TO HV-EVENT-DATE
           MOVE 'YEAR TO DATE          : ' TO WS-SUM-LABEL
           PERFORM SUM-LOSSES-SINCE
           PERFORM WRITE-SUMMARY-LINE

           MOVE '0001-01-01' TO HV-EVENT-DATE
           MOVE 'ALL CHARGE-OFFS       : ' TO WS-SUM-LABEL
           PERFORM SUM-LOSSES-SINCE
           PERFORM WRITE-SUMMARY-LINE

           MOVE WS-PENDING-LINES TO WS-PS-COUNT
           MOVE WS-PENDING-TOTAL TO WS-PS-AMOUNT
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-PENDING-SUMMARY.

       SUM-LOSSES-SINCE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CHGOFF_AMOUNT), 0)
               INTO :HV-SUM-COUNT, :HV-SUM-CHGOFF
               FROM CHARGE_OFFS
               WHERE CHGOFF_STATUS IN ('CHARGEDOFF', 'RECOVERED')
                 AND CHGOFF_DATE
                     BETWEEN :HV-EVENT-DATE AND :HV-REPORT-DATE
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COALESCE(SUM(0 - AMOUNT), 0)
                   INTO :HV-SUM-RECOVERED
                   FROM TRANSACTIONS
                   WHERE TXN_TYPE = 'CHGOFFRCV'
                     AND TXN_DATE
                         BETWEEN :HV-EVENT-DATE AND :HV-REPORT-DATE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "ERROR SUMMING LOSSES, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
               MOVE ZERO TO HV-SUM-COUNT HV-SUM-CHGOFF
                   HV-SUM-RECOVERED
           END-IF.

      * The recovery rate is recovered over charged off for the same
      * period - a recovery on an older write-off can push a month
      * over 100%.
       WRITE-SUMMARY-LINE.
           COMPUTE WS-NET-LOSS = HV-SUM-CHGOFF - HV-SUM-RECOVERED

           IF HV-SUM-CHGOFF NOT > ZERO
               MOVE ZERO TO WS-RECOVERY-RATE
           ELSE
               COMPUTE WS-RECOVERY-RATE ROUNDED =
                   HV-SUM-RECOVERED * 100 / HV-SUM-CHGOFF
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RECOVERY-RATE
               END-COMPUTE
           END-IF

           MOVE HV-SUM-COUNT     TO WS-SUM-COUNT
           MOVE HV-SUM-CHGOFF    TO WS-SUM-CHGOFF
           MOVE HV-SUM-RECOVERED TO WS-SUM-RECOVERED
           MOVE WS-NET-LOSS      TO WS-SUM-NET
           MOVE WS-RECOVERY-RATE TO WS-SUM-RATE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

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
                   ('CHGOREP', :HV-RUN-START, :HV-RUN-END,
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
