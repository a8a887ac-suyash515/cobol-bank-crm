       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPIREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DEPIOUT
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
       01  HV-AS-OF-DATE         PIC X(10).
       01  HV-GROUP-KEY          PIC X(20).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-DEPOSITOR-COUNT    PIC S9(9) COMP-5.
       01  HV-EXPOSED-COUNT      PIC S9(9) COMP-5.
       01  HV-DEPOSIT-BALANCE    PIC S9(13)V99 COMP-3.
       01  HV-INSURED-AMOUNT     PIC S9(13)V99 COMP-3.
       01  HV-UNINSURED-AMOUNT   PIC S9(13)V99 COMP-3.
       01  HV-TOP-N              PIC S9(9) COMP-5.
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
       01  WS-SEGMENT-LINES      PIC 9(5) VALUE ZERO.
       01  WS-CATEGORY-LINES     PIC 9(5) VALUE ZERO.
       01  WS-LARGEST-LINES      PIC 9(5) VALUE ZERO.
       01  WS-TOT-DEPOSITORS     PIC 9(9) VALUE ZERO.
       01  WS-TOT-EXPOSED        PIC 9(9) VALUE ZERO.
       01  WS-TOT-BALANCE        PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-INSURED        PIC S9(13)V99 VALUE ZERO.
       01  WS-TOT-UNINSURED      PIC S9(13)V99 VALUE ZERO.
       01  WS-UNINSURED-PCT      PIC 9(3)V9 VALUE ZERO.
       01  WS-PCT-BALANCE        PIC S9(13)V99.
       01  WS-PCT-UNINSURED      PIC S9(13)V99.

      * How many of the largest uninsured depositors to list -
      * BATCH_PARMS TOPN, default 25.
       01  WS-TOP-N              PIC 9(03) VALUE 25.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'UNINSURED DEPOSIT EXPOSURE REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE 'COVERAGE AS OF'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-SUB-AS-OF      PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-GRP-HEADING-1.
           05  WS-GH-KEY-TITLE   PIC X(22).
           05  FILLER            PIC X(11) VALUE ' DEPOSITORS'.
           05  FILLER            PIC X(11) VALUE ' UNINSURED'.
           05  FILLER            PIC X(20) VALUE '            DEPOSITS'.
           05  FILLER            PIC X(20) VALUE '             INSURED'.
           05  FILLER            PIC X(20) VALUE '           UNINSURED'.
           05  FILLER            PIC X(08) VALUE ' UNINS %'.

       01  WS-GRP-HEADING-2.
           05  FILLER            PIC X(112) VALUE ALL '-'.

       01  WS-GRP-DETAIL.
           05  WS-GD-KEY         PIC X(22).
           05  WS-GD-DEPOSITORS  PIC Z(10)9.
           05  WS-GD-EXPOSED     PIC Z(10)9.
           05  WS-GD-BALANCE     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-GD-INSURED     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-GD-UNINSURED   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-GD-PCT         PIC ZZ9.9.

       01  WS-TOP-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(22) VALUE 'SEGMENT'.
           05  FILLER            PIC X(20) VALUE '            DEPOSITS'.
           05  FILLER            PIC X(20) VALUE '           UNINSURED'.

       01  WS-TOP-HEADING-2.
           05  FILLER            PIC X(106) VALUE ALL '-'.

       01  WS-TOP-DETAIL.
           05  WS-TD-CUSTOMER    PIC X(12).
           05  WS-TD-NAME        PIC X(32).
           05  WS-TD-SEGMENT     PIC X(22).
           05  WS-TD-BALANCE     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TD-UNINSURED   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-NONE-LINE          PIC X(40)
           VALUE '  NO COVERAGE ROWS FOR THE DATE'.
       01  WS-NONE-TOP-LINE      PIC X(40)
           VALUE '  NO UNINSURED DEPOSITORS'.

       PROCEDURE DIVISION.

      * Treasury's view of the deposit base DEPINS has split into
      * insured and uninsured money: the uninsured amount and its
      * share of deposits by customer segment and by ownership
      * category, then the largest uninsured depositors - the money
      * most likely to leave in a run. Segment is the customer's
      * SEGMENT as it stands; a customer with none is UNASSIGNED.
      * Depositors and their uninsured count are customers, not
      * coverage rows - a customer with money in two categories is
      * one depositor.
      *
      * Reports the latest DEPINS run; a RPTDATE row in BATCH_PARMS
      * (YYYY-MM-DD) reprints an earlier one.
       MAIN-LOGIC.
           DISPLAY "GENERATING UNINSURED DEPOSIT EXPOSURE REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-DATE

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'EXPOSURE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE   TO WS-SUB-RUN-DATE
               MOVE HV-AS-OF-DATE TO WS-SUB-AS-OF
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-SEGMENT-SECTION
               PERFORM WRITE-CATEGORY-SECTION
               PERFORM WRITE-LARGEST-SECTION

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'EXPOSURE REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'EXPOSURE REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "COVERAGE AS OF     : " HV-AS-OF-DATE
           DISPLAY "SEGMENTS           : " WS-SEGMENT-LINES
           DISPLAY "DEPOSITORS         : " WS-TOT-DEPOSITORS
           DISPLAY "WITH UNINSURED     : " WS-TOT-EXPOSED
           DISPLAY "TOTAL UNINSURED    : " WS-TOT-UNINSURED

           MOVE WS-TOT-DEPOSITORS TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTDATE override must look like YYYY-MM-DD; anything else
      * is ignored and the latest coverage date reported.
       SET-REPORT-DATE.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(AS_OF_DATE), ISO),
                               CHAR(CURRENT DATE, ISO))
               INTO :HV-AS-OF-DATE
               FROM DEPOSIT_INSURANCE
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL
                   SET :HV-AS-OF-DATE = CHAR(CURRENT DATE, ISO)
               END-EXEC
           END-IF

           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'DEPIREP'
                 AND PARM_NAME = 'RPTDATE'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-AS-OF-DATE
           END-IF

           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'DEPIREP'
                 AND PARM_NAME = 'TOPN'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-TOP-N
           END-IF

           MOVE WS-TOP-N TO HV-TOP-N.

      * The report totals are taken off this section, which covers
      * every depositor once.
       WRITE-SEGMENT-SECTION.
           MOVE 'UNINSURED EXPOSURE BY CUSTOMER SEGMENT'
               TO WS-SECTION-TITLE
           MOVE 'SEGMENT' TO WS-GH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GRP-HEADING-1
           WRITE REPORT-LINE FROM WS-GRP-HEADING-2

           EXEC SQL
               DECLARE DEPI_SEG_CUR CURSOR FOR
               SELECT COALESCE(C.SEGMENT, 'UNASSIGNED'),
                      COUNT(*),
                      SUM(CASE WHEN X.UNINSURED > 0 THEN 1 ELSE 0 END),
                      SUM(X.BALANCE), SUM(X.INSURED), SUM(X.UNINSURED)
               FROM (SELECT CUSTOMER_ID,
                            SUM(DEPOSIT_BALANCE) AS BALANCE,
                            SUM(INSURED_AMOUNT) AS INSURED,
                            SUM(UNINSURED_AMOUNT) AS UNINSURED
                     FROM DEPOSIT_INSURANCE
                     WHERE AS_OF_DATE = :HV-AS-OF-DATE
                     GROUP BY CUSTOMER_ID) AS X
               LEFT OUTER JOIN CUSTOMER_MASTER C
                    ON C.CUSTOMER_ID = X.CUSTOMER_ID
               GROUP BY COALESCE(C.SEGMENT, 'UNASSIGNED')
               ORDER BY 6 DESC
           END-EXEC

           EXEC SQL OPEN DEPI_SEG_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DEPI_SEG_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-DEPOSITOR-COUNT,
                       :HV-EXPOSED-COUNT,
                       :HV-DEPOSIT-BALANCE,
                       :HV-INSURED-AMOUNT,
                       :HV-UNINSURED-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-SEGMENT-LINES
                   ADD HV-DEPOSITOR-COUNT  TO WS-TOT-DEPOSITORS
                   ADD HV-EXPOSED-COUNT    TO WS-TOT-EXPOSED
                   ADD HV-DEPOSIT-BALANCE  TO WS-TOT-BALANCE
                   ADD HV-INSURED-AMOUNT   TO WS-TOT-INSURED
                   ADD HV-UNINSURED-AMOUNT TO WS-TOT-UNINSURED
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING SEGMENT EXPOSURE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DEPI_SEG_CUR END-EXEC

           IF WS-SEGMENT-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-GRP-HEADING-2
               MOVE 'TOTAL'            TO HV-GROUP-KEY
               MOVE WS-TOT-DEPOSITORS  TO HV-DEPOSITOR-COUNT
               MOVE WS-TOT-EXPOSED     TO HV-EXPOSED-COUNT
               MOVE WS-TOT-BALANCE     TO HV-DEPOSIT-BALANCE
               MOVE WS-TOT-INSURED     TO HV-INSURED-AMOUNT
               MOVE WS-TOT-UNINSURED   TO HV-UNINSURED-AMOUNT
               PERFORM WRITE-GROUP-DETAIL
           END-IF.

      * A depositor with money in two categories counts once in
      * each.
       WRITE-CATEGORY-SECTION.
           MOVE 'UNINSURED EXPOSURE BY OWNERSHIP CATEGORY'
               TO WS-SECTION-TITLE
           MOVE 'CATEGORY' TO WS-GH-KEY-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-GRP-HEADING-1
           WRITE REPORT-LINE FROM WS-GRP-HEADING-2

           EXEC SQL
               DECLARE DEPI_CAT_CUR CURSOR FOR
               SELECT CASE OWN_CATEGORY
                           WHEN 'SGL' THEN 'SINGLE'
                           WHEN 'JNT' THEN 'JOINT'
                           WHEN 'REV' THEN 'TRUST / POD'
                           WHEN 'BUS' THEN 'BUSINESS'
                           ELSE OWN_CATEGORY
                      END,
                      COUNT(*),
                      SUM(CASE WHEN UNINSURED_AMOUNT > 0
                               THEN 1 ELSE 0 END),
                      SUM(DEPOSIT_BALANCE), SUM(INSURED_AMOUNT),
                      SUM(UNINSURED_AMOUNT)
               FROM DEPOSIT_INSURANCE
               WHERE AS_OF_DATE = :HV-AS-OF-DATE
               GROUP BY OWN_CATEGORY
               ORDER BY OWN_CATEGORY
           END-EXEC

           EXEC SQL OPEN DEPI_CAT_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DEPI_CAT_CUR INTO
                       :HV-GROUP-KEY,
                       :HV-DEPOSITOR-COUNT,
                       :HV-EXPOSED-COUNT,
                       :HV-DEPOSIT-BALANCE,
                       :HV-INSURED-AMOUNT,
                       :HV-UNINSURED-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-CATEGORY-LINES
                   PERFORM WRITE-GROUP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING CATEGORY EXPOSURE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DEPI_CAT_CUR END-EXEC

           IF WS-CATEGORY-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-GROUP-DETAIL.
           MOVE HV-GROUP-KEY        TO WS-GD-KEY
           MOVE HV-DEPOSITOR-COUNT  TO WS-GD-DEPOSITORS
           MOVE HV-EXPOSED-COUNT    TO WS-GD-EXPOSED
           MOVE HV-DEPOSIT-BALANCE  TO WS-GD-BALANCE
           MOVE HV-INSURED-AMOUNT   TO WS-GD-INSURED
           MOVE HV-UNINSURED-AMOUNT TO WS-GD-UNINSURED

           MOVE HV-DEPOSIT-BALANCE  TO WS-PCT-BALANCE
           MOVE HV-UNINSURED-AMOUNT TO WS-PCT-UNINSURED
           PERFORM COMPUTE-UNINSURED-PCT
           MOVE WS-UNINSURED-PCT TO WS-GD-PCT

           WRITE REPORT-LINE FROM WS-GRP-DETAIL.

       COMPUTE-UNINSURED-PCT.
           IF WS-PCT-BALANCE NOT > ZERO
               MOVE ZERO TO WS-UNINSURED-PCT
           ELSE
               COMPUTE WS-UNINSURED-PCT ROUNDED =
                   WS-PCT-UNINSURED * 100 / WS-PCT-BALANCE
           END-IF.

       WRITE-LARGEST-SECTION.
           MOVE 'LARGEST UNINSURED DEPOSITORS'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-TOP-HEADING-1
           WRITE REPORT-LINE FROM WS-TOP-HEADING-2

           EXEC SQL
               DECLARE DEPI_TOP_CUR CURSOR FOR
               SELECT D.CUSTOMER_ID, COALESCE(C.NAME, ' '),
                      COALESCE(C.SEGMENT, 'UNASSIGNED'),
                      SUM(D.DEPOSIT_BALANCE), SUM(D.UNINSURED_AMOUNT)
               FROM DEPOSIT_INSURANCE D
               LEFT OUTER JOIN CUSTOMER_MASTER C
                    ON C.CUSTOMER_ID = D.CUSTOMER_ID
               WHERE D.AS_OF_DATE = :HV-AS-OF-DATE
               GROUP BY D.CUSTOMER_ID, C.NAME, C.SEGMENT
               HAVING SUM(D.UNINSURED_AMOUNT) > 0
               ORDER BY 5 DESC, D.CUSTOMER_ID
               FETCH FIRST :HV-TOP-N ROWS ONLY
           END-EXEC

           EXEC SQL OPEN DEPI_TOP_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DEPI_TOP_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-GROUP-KEY,
                       :HV-DEPOSIT-BALANCE,
                       :HV-UNINSURED-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-LARGEST-LINES
                   MOVE HV-CUSTOMER-ID      TO WS-TD-CUSTOMER
                   MOVE HV-NAME             TO WS-TD-NAME
                   MOVE HV-GROUP-KEY        TO WS-TD-SEGMENT
                   MOVE HV-DEPOSIT-BALANCE  TO WS-TD-BALANCE
                   MOVE HV-UNINSURED-AMOUNT TO WS-TD-UNINSURED
                   WRITE REPORT-LINE FROM WS-TOP-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING LARGEST DEPOSITORS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE DEPI_TOP_CUR END-EXEC

           IF WS-LARGEST-LINES = 0
               WRITE REPORT-LINE FROM WS-NONE-TOP-LINE
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
                   ('DEPIREP', :HV-RUN-START, :HV-RUN-END,
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
