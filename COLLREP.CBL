       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO COLLOUT
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
       01  HV-COLLECTOR-ID       PIC X(08).
       01  HV-COLLECTOR-NAME     PIC X(50).
       01  HV-TAKEN-COUNT        PIC S9(9) COMP-5.
       01  HV-PENDING-COUNT      PIC S9(9) COMP-5.
       01  HV-KEPT-COUNT         PIC S9(9) COMP-5.
       01  HV-BROKEN-COUNT       PIC S9(9) COMP-5.
       01  HV-PROMISED-TOTAL     PIC S9(11)V99 COMP-3.
       01  HV-PAID-TOTAL         PIC S9(11)V99 COMP-3.
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-PROMISE-AMOUNT     PIC S9(9)V99 COMP-3.
       01  HV-PAID-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-PROMISE-DATE       PIC X(10).
       01  HV-CHANNEL            PIC X(08).
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
       01  WS-COLLECTOR-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-LINES       PIC 9(5) VALUE ZERO.
       01  WS-TOT-TAKEN          PIC 9(7) VALUE ZERO.
       01  WS-TOT-PENDING        PIC 9(7) VALUE ZERO.
       01  WS-TOT-KEPT           PIC 9(7) VALUE ZERO.
       01  WS-TOT-BROKEN         PIC 9(7) VALUE ZERO.
       01  WS-TOT-PROMISED       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-PAID           PIC S9(11)V99 VALUE ZERO.
       01  WS-RATE-KEPT          PIC 9(7).
       01  WS-RATE-RESOLVED      PIC 9(7).
       01  WS-KEPT-RATE          PIC 9(3)V9 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'COLLECTIONS PROMISE-TO-PAY REPORT'.

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

       01  WS-COLL-HEADING-1.
           05  FILLER            PIC X(10) VALUE 'COLLECTOR'.
           05  FILLER            PIC X(22) VALUE 'NAME'.
           05  FILLER            PIC X(08) VALUE '   TAKEN'.
           05  FILLER            PIC X(08) VALUE ' PENDING'.
           05  FILLER            PIC X(08) VALUE '    KEPT'.
           05  FILLER            PIC X(08) VALUE '  BROKEN'.
           05  FILLER            PIC X(08) VALUE '  KEPT %'.
           05  FILLER            PIC X(18) VALUE '   AMOUNT PROMISED'.
           05  FILLER            PIC X(18) VALUE '    AMOUNT PAID IN'.

       01  WS-COLL-HEADING-2.
           05  FILLER            PIC X(108) VALUE ALL '-'.

       01  WS-COLL-DETAIL.
           05  WS-CD-COLLECTOR   PIC X(10).
           05  WS-CD-NAME        PIC X(22).
           05  WS-CD-TAKEN       PIC Z(7)9.
           05  WS-CD-PENDING     PIC Z(7)9.
           05  WS-CD-KEPT        PIC Z(7)9.
           05  WS-CD-BROKEN      PIC Z(7)9.
           05  WS-CD-RATE        PIC Z(5)9.9.
           05  WS-CD-PROMISED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-CD-PAID        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-COLL-LINE     PIC X(40)
           VALUE '  NO PROMISES TO PAY IN THE PERIOD'.

       01  WS-BRK-HEADING-1.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(10) VALUE 'COLLECTOR'.
           05  FILLER            PIC X(12) VALUE 'DUE DATE'.
           05  FILLER            PIC X(10) VALUE 'CHANNEL'.
           05  FILLER            PIC X(18) VALUE '  AMOUNT PROMISED'.
           05  FILLER            PIC X(18) VALUE '       AMOUNT PAID'.

       01  WS-BRK-HEADING-2.
           05  FILLER            PIC X(82) VALUE ALL '-'.

       01  WS-BRK-DETAIL.
           05  WS-BD-ACCOUNT     PIC X(14).
           05  WS-BD-COLLECTOR   PIC X(10).
           05  WS-BD-DUE-DATE    PIC X(12).
           05  WS-BD-CHANNEL     PIC X(10).
           05  WS-BD-PROMISED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-BD-PAID        PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-BRK-LINE      PIC X(40)
           VALUE '  NO PROMISES BROKEN ON THE REPORT DATE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(24)
               VALUE 'PROMISES TAKEN       : '.
           05  WS-SUM-TAKEN      PIC ZZZZZZ9.
           05  FILLER            PIC X(13) VALUE '  PENDING : '.
           05  WS-SUM-PENDING    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(24)
               VALUE 'PROMISES KEPT        : '.
           05  WS-SUM-KEPT       PIC ZZZZZZ9.
           05  FILLER            PIC X(13) VALUE '  BROKEN  : '.
           05  WS-SUM-BROKEN     PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE '  KEPT RATE: '.
           05  WS-SUM-RATE       PIC ZZ9.9.
           05  FILLER            PIC X(01) VALUE '%'.

       PROCEDURE DIVISION.

      * Each collector's record on the promises to pay they took
      * through COLLASGN, month to date: promises taken, still
      * pending, and kept and broken as COLLSCAN settled them. The
      * kept rate is kept over kept-plus-broken - a pending promise
      * has not yet been tested. Amount paid in is what came in
      * against the promises settled in the period, kept or not.
      * A second section lists the promises COLLSCAN found broken on
      * the report date, for the collectors to call back.
      *
      * The report date is the run date; a RPTDATE row in
      * BATCH_PARMS (YYYY-MM-DD) reprints another day and its month.
       MAIN-LOGIC.
           DISPLAY "GENERATING COLLECTIONS PROMISE-TO-PAY REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-DATE

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'PROMISE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE    TO WS-SUB-RUN-DATE
               MOVE HV-MONTH-START TO WS-SUB-FROM
               MOVE HV-REPORT-DATE TO WS-SUB-TO
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-COLLECTOR-SECTION
               PERFORM WRITE-BROKEN-SECTION
               PERFORM WRITE-REPORT-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'PROMISE REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'PROMISE REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT DATE        : " HV-REPORT-DATE
           DISPLAY "COLLECTORS         : " WS-COLLECTOR-COUNT
           DISPLAY "BROKEN ON DATE     : " WS-BROKEN-LINES

           MOVE WS-COLLECTOR-COUNT TO HV-RUN-COUNT
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
               WHERE PROGRAM_NAME = 'COLLREP'
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
           MOVE '01' TO HV-MONTH-START(9:2).

       WRITE-COLLECTOR-SECTION.
           MOVE 'PROMISES BY COLLECTOR, MONTH TO DATE'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-COLL-HEADING-1
           WRITE REPORT-LINE FROM WS-COLL-HEADING-2

           EXEC SQL
               DECLARE PROM_COLL_CUR CURSOR FOR
               SELECT P.COLLECTOR_ID, COALESCE(E.NAME, ' '),
                      SUM(CASE WHEN DATE(P.PROMISED_AT)
                                    BETWEEN :HV-MONTH-START
                                        AND :HV-REPORT-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN P.PROMISE_STATUS = 'PENDING'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN P.PROMISE_STATUS = 'KEPT'
                                AND P.RESOLVED_DATE
                                    BETWEEN :HV-MONTH-START
                                        AND :HV-REPORT-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN P.PROMISE_STATUS = 'BROKEN'
                                AND P.RESOLVED_DATE
                                    BETWEEN :HV-MONTH-START
                                        AND :HV-REPORT-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATE(P.PROMISED_AT)
                                    BETWEEN :HV-MONTH-START
                                        AND :HV-REPORT-DATE
                               THEN P.PROMISE_AMOUNT ELSE 0 END),
                      SUM(CASE WHEN P.RESOLVED_DATE
                                    BETWEEN :HV-MONTH-START
                                        AND :HV-REPORT-DATE
                               THEN COALESCE(P.PAID_AMOUNT, 0)
                               ELSE 0 END)
               FROM COLLECTION_PROMISES P
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = P.COLLECTOR_ID
               WHERE P.PROMISE_STATUS = 'PENDING'
                  OR DATE(P.PROMISED_AT)
                         BETWEEN :HV-MONTH-START AND :HV-REPORT-DATE
                  OR P.RESOLVED_DATE
                         BETWEEN :HV-MONTH-START AND :HV-REPORT-DATE
               GROUP BY P.COLLECTOR_ID, E.NAME
               ORDER BY P.COLLECTOR_ID
           END-EXEC

           EXEC SQL OPEN PROM_COLL_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PROM_COLL_CUR INTO
                       :HV-COLLECTOR-ID,
                       :HV-COLLECTOR-NAME,
                       :HV-TAKEN-COUNT,
                       :HV-PENDING-COUNT,
                       :HV-KEPT-COUNT,
                       :HV-BROKEN-COUNT,
                       :HV-PROMISED-TOTAL,
                       :HV-PAID-TOTAL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-COLLECTOR-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING PROMISES, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE PROM_COLL_CUR END-EXEC

           IF WS-COLLECTOR-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-COLL-LINE
           END-IF.

       WRITE-COLLECTOR-DETAIL.
           ADD 1 TO WS-COLLECTOR-COUNT
           ADD HV-TAKEN-COUNT    TO WS-TOT-TAKEN
           ADD HV-PENDING-COUNT  TO WS-TOT-PENDING
           ADD HV-KEPT-COUNT     TO WS-TOT-KEPT
           ADD HV-BROKEN-COUNT   TO WS-TOT-BROKEN
           ADD HV-PROMISED-TOTAL TO WS-TOT-PROMISED
           ADD HV-PAID-TOTAL     TO WS-TOT-PAID

           MOVE HV-COLLECTOR-ID   TO WS-CD-COLLECTOR
           MOVE HV-COLLECTOR-NAME TO WS-CD-NAME
           MOVE HV-TAKEN-COUNT    TO WS-CD-TAKEN
           MOVE HV-PENDING-COUNT  TO WS-CD-PENDING
           MOVE HV-KEPT-COUNT     TO WS-CD-KEPT
           MOVE HV-BROKEN-COUNT   TO WS-CD-BROKEN
           MOVE HV-PROMISED-TOTAL TO WS-CD-PROMISED
           MOVE HV-PAID-TOTAL     TO WS-CD-PAID

           MOVE HV-KEPT-COUNT TO WS-RATE-KEPT
           COMPUTE WS-RATE-RESOLVED = HV-KEPT-COUNT + HV-BROKEN-COUNT
           PERFORM COMPUTE-KEPT-RATE
           MOVE WS-KEPT-RATE TO WS-CD-RATE

           WRITE REPORT-LINE FROM WS-COLL-DETAIL.

       COMPUTE-KEPT-RATE.
           IF WS-RATE-RESOLVED = ZERO
               MOVE ZERO TO WS-KEPT-RATE
           ELSE
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-RATE-KEPT * 100 / WS-RATE-RESOLVED
           END-IF.

       WRITE-BROKEN-SECTION.
           MOVE 'PROMISES BROKEN ON THE REPORT DATE'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-BRK-HEADING-1
           WRITE REPORT-LINE FROM WS-BRK-HEADING-2

           EXEC SQL
               DECLARE PROM_BRK_CUR CURSOR FOR
               SELECT ACCOUNT_ID, COLLECTOR_ID,
                      CHAR(PROMISE_DATE, ISO), CHANNEL,
                      PROMISE_AMOUNT, COALESCE(PAID_AMOUNT, 0)
               FROM COLLECTION_PROMISES
               WHERE PROMISE_STATUS = 'BROKEN'
                 AND RESOLVED_DATE = :HV-REPORT-DATE
               ORDER BY COLLECTOR_ID, ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN PROM_BRK_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PROM_BRK_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-COLLECTOR-ID,
                       :HV-PROMISE-DATE,
                       :HV-CHANNEL,
                       :HV-PROMISE-AMOUNT,
                       :HV-PAID-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-BROKEN-LINES
                   MOVE HV-ACCOUNT-ID     TO WS-BD-ACCOUNT
                   MOVE HV-COLLECTOR-ID   TO WS-BD-COLLECTOR
                   MOVE HV-PROMISE-DATE   TO WS-BD-DUE-DATE
                   MOVE HV-CHANNEL        TO WS-BD-CHANNEL
                   MOVE HV-PROMISE-AMOUNT TO WS-BD-PROMISED
                   MOVE HV-PAID-AMOUNT    TO WS-BD-PAID
                   WRITE REPORT-LINE FROM WS-BRK-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING BROKEN PROMISES, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE PROM_BRK_CUR END-EXEC

           IF WS-BROKEN-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-BRK-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-TOT-TAKEN   TO WS-SUM-TAKEN
           MOVE WS-TOT-PENDING TO WS-SUM-PENDING
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-KEPT    TO WS-SUM-KEPT
           MOVE WS-TOT-BROKEN  TO WS-SUM-BROKEN
           MOVE WS-TOT-KEPT    TO WS-RATE-KEPT
           COMPUTE WS-RATE-RESOLVED = WS-TOT-KEPT + WS-TOT-BROKEN
           PERFORM COMPUTE-KEPT-RATE
           MOVE WS-KEPT-RATE   TO WS-SUM-RATE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2.

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
                   ('COLLREP', :HV-RUN-START, :HV-RUN-END,
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
