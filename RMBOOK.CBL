       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMBOOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RMBKOUT
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
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-RM-NAME            PIC X(50).
       01  HV-RM-ACTIVE          PIC X(01).
       01  HV-CUSTOMER-COUNT     PIC S9(9) COMP-5.
       01  HV-BOOK-BALANCE       PIC S9(13)V99 COMP-3.
       01  HV-OPEN-COMPLAINTS    PIC S9(9) COMP-5.
       01  HV-KYC-DUE            PIC S9(9) COMP-5.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SEGMENT            PIC X(20).
       01  HV-MONTH-START        PIC X(10).
       01  HV-MONTH-END          PIC X(10).
       01  HV-SNAP-DATE          PIC X(10).
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
       01  WS-RM-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-TOT-CUSTOMERS      PIC 9(9) VALUE ZERO.
       01  WS-TOT-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-COMPLAINTS     PIC 9(9) VALUE ZERO.
       01  WS-TOT-KYC-DUE        PIC 9(9) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'MONTHLY RELATIONSHIP MANAGER BOOK REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'MONTH: '.
           05  WS-SUB-MONTH      PIC X(07).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE 'BALANCES AS AT: '.
           05  WS-SUB-SNAP-DATE  PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-RM-HEADING-1.
           05  FILLER            PIC X(10) VALUE 'RM'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(08) VALUE 'ACTIVE'.
           05  FILLER            PIC X(12) VALUE ' CUSTOMERS'.
           05  FILLER            PIC X(20) VALUE '       BOOK BALANCE'.
           05  FILLER            PIC X(16) VALUE ' OPEN COMPLAINTS'.
           05  FILLER            PIC X(16) VALUE '  KYC REVIEW DUE'.

       01  WS-RM-HEADING-2.
           05  FILLER            PIC X(114) VALUE ALL '-'.

       01  WS-RM-DETAIL-LINE.
           05  WS-DET-RM         PIC X(10).
           05  WS-DET-RM-NAME    PIC X(32).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-DET-ACTIVE     PIC X(05).
           05  WS-DET-CUSTOMERS  PIC Z(9)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-DET-BALANCE    PIC -(15)9.99.
           05  WS-DET-COMPLAINTS PIC Z(15)9.
           05  WS-DET-KYC-DUE    PIC Z(15)9.

       01  WS-UNASG-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(52) VALUE 'NAME'.
           05  FILLER            PIC X(22) VALUE 'SEGMENT'.
           05  FILLER            PIC X(10) VALUE 'LAST RM'.
           05  FILLER            PIC X(20) VALUE '            BALANCE'.

       01  WS-UNASG-DETAIL-LINE.
           05  WS-UND-CUSTOMER   PIC X(12).
           05  WS-UND-NAME       PIC X(52).
           05  WS-UND-SEGMENT    PIC X(22).
           05  WS-UND-RM         PIC X(10).
           05  WS-UND-BALANCE    PIC -(15)9.99.

       01  WS-NONE-LINE          PIC X(50).

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'RMS WITH A BOOK     : '.
           05  WS-SUM-RMS        PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'CUSTOMERS IN BOOKS  : '.
           05  WS-SUM-CUSTOMERS  PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'TOTAL BOOK BALANCE  : '.
           05  WS-SUM-BALANCE    PIC -(13)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'OPEN COMPLAINTS     : '.
           05  WS-SUM-COMPLAINTS PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'KYC REVIEWS DUE     : '.
           05  WS-SUM-KYC-DUE    PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER            PIC X(25)
               VALUE 'NEEDING AN RM       : '.
           05  WS-SUM-UNASSIGNED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Month-end portfolio view of every relationship manager's book
      * from the RMASSGN register: per RM, how many customers, what
      * they hold, how many of their complaints are still open and
      * how many KYC periodic reviews fall due by the end of the
      * month (overdue ones included) - the RM is the one who should
      * be chasing both. Balances are the month's last
      * ACCOUNT_BALANCE_SNAPSHOT, keyed on the account's primary
      * holder the way EODSNAP writes it, so the figure ties to the
      * balance trend and reconciliation reports. An RM who has been
      * deactivated still appears, flagged, for as long as customers
      * sit in the book.
      *
      * The second section lists every customer in a segment whose
      * SEGMENT_RULES row says RM_REQUIRED but who has no RM, or an
      * RM who is no longer active - the customers SEGASSGN's
      * tickler asked someone to pick up and nobody has yet.
      *
      * The report covers the calendar month of the run date - it
      * runs in BATCHRUN's MONTHEND slot after EODSNAP, so the
      * month-end snapshot is on file. A RPTMONTH row in BATCH_PARMS
      * (YYYY-MM) re-runs it for an earlier month; the book itself
      * is always as it stands today.
       MAIN-LOGIC.
           DISPLAY "GENERATING MONTHLY RM BOOK REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-REPORT-MONTH
           PERFORM SET-SNAPSHOT-DATE

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'RM BOOK REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-REPORT-MONTH TO WS-SUB-MONTH
               MOVE HV-SNAP-DATE TO WS-SUB-SNAP-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-RM-SECTION
               PERFORM WRITE-UNASSIGNED-SECTION
               PERFORM WRITE-BOOK-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'RM BOOK REPORT FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'RM BOOK REPORT GENERATED' TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "REPORT MONTH       : " WS-REPORT-MONTH
           DISPLAY "BALANCES AS AT     : " HV-SNAP-DATE
           DISPLAY "RMS WITH A BOOK    : " WS-RM-COUNT
           DISPLAY "CUSTOMERS IN BOOKS : " WS-TOT-CUSTOMERS
           DISPLAY "NEEDING AN RM      : " WS-UNASSIGNED-COUNT

           COMPUTE HV-RUN-COUNT = WS-RM-COUNT + WS-UNASSIGNED-COUNT
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
               WHERE PROGRAM_NAME = 'RMBOOK'
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

      * The latest snapshot taken on or before the month's last day.
      * With no snapshot on file at all the date prints as
      * 0001-01-01 and the balances as zero rather than failing the
      * report.
       SET-SNAPSHOT-DATE.
           MOVE SPACES TO HV-MONTH-END
           MOVE SPACES TO HV-SNAP-DATE

           EXEC SQL
               SELECT CHAR(DATE(:HV-MONTH-START) + 1 MONTH - 1 DAY),
                      COALESCE(CHAR(MAX(SNAP_DATE)), '0001-01-01')
               INTO :HV-MONTH-END, :HV-SNAP-DATE
               FROM ACCOUNT_BALANCE_SNAPSHOT
               WHERE SNAP_DATE
                     < DATE(:HV-MONTH-START) + 1 MONTH
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR READING SNAPSHOT DATE, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF.

      * One line per RM with a book. The per-customer figures are
      * worked out in the inner select and rolled up per RM, so a
      * customer with several accounts, complaints or none at all
      * counts once in CUSTOMERS.
       WRITE-RM-SECTION.
           MOVE 'PORTFOLIO BY RELATIONSHIP MANAGER'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-RM-HEADING-1
           WRITE REPORT-LINE FROM WS-RM-HEADING-2

           EXEC SQL
               DECLARE RM_BOOK_CUR CURSOR FOR
               SELECT B.RM_EMPLOYEE_ID,
                      COALESCE(E.NAME, 'NOT ON EMPLOYEE MASTER'),
                      COALESCE(E.ACTIVE_FLAG, 'N'),
                      COUNT(*), SUM(B.BOOK_BALANCE),
                      SUM(B.OPEN_COMPLAINTS), SUM(B.KYC_DUE)
               FROM (
                   SELECT C.RM_EMPLOYEE_ID,
                          COALESCE(
                              (SELECT SUM(S.CLOSING_BALANCE)
                               FROM ACCOUNT_BALANCE_SNAPSHOT S
                               WHERE S.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND S.SNAP_DATE = :HV-SNAP-DATE), 0)
                              AS BOOK_BALANCE,
                          (SELECT COUNT(*)
                           FROM CUSTOMER_COMPLAINTS P
                           WHERE P.CUSTOMER_ID = C.CUSTOMER_ID
                             AND P.STATUS NOT IN ('RESOLVED', 'CLOSED'))
                              AS OPEN_COMPLAINTS,
                          CASE WHEN C.NEXT_REVIEW_DATE IS NOT NULL
                                AND C.NEXT_REVIEW_DATE <= :HV-MONTH-END
                               THEN 1 ELSE 0 END AS KYC_DUE
                   FROM CUSTOMER_MASTER C
                   WHERE C.RM_EMPLOYEE_ID IS NOT NULL
                     AND (C.RECORD_STATUS IS NULL
                          OR C.RECORD_STATUS NOT = 'CLOSED')
               ) AS B
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = B.RM_EMPLOYEE_ID
               GROUP BY B.RM_EMPLOYEE_ID, E.NAME, E.ACTIVE_FLAG
               ORDER BY B.RM_EMPLOYEE_ID
           END-EXEC

           EXEC SQL OPEN RM_BOOK_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RM_BOOK_CUR INTO
                       :HV-RM-EMPLOYEE-ID,
                       :HV-RM-NAME,
                       :HV-RM-ACTIVE,
                       :HV-CUSTOMER-COUNT,
                       :HV-BOOK-BALANCE,
                       :HV-OPEN-COMPLAINTS,
                       :HV-KYC-DUE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-RM-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING RM BOOKS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE RM_BOOK_CUR END-EXEC

           IF WS-RM-COUNT = 0
               MOVE '  NO CUSTOMERS ARE IN AN RM BOOK' TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-RM-DETAIL.
           ADD 1 TO WS-RM-COUNT

           MOVE HV-RM-EMPLOYEE-ID  TO WS-DET-RM
           MOVE HV-RM-NAME         TO WS-DET-RM-NAME
           MOVE HV-RM-ACTIVE       TO WS-DET-ACTIVE
           MOVE HV-CUSTOMER-COUNT  TO WS-DET-CUSTOMERS
           MOVE HV-BOOK-BALANCE    TO WS-DET-BALANCE
           MOVE HV-OPEN-COMPLAINTS TO WS-DET-COMPLAINTS
           MOVE HV-KYC-DUE         TO WS-DET-KYC-DUE
           WRITE REPORT-LINE FROM WS-RM-DETAIL-LINE

           ADD HV-CUSTOMER-COUNT  TO WS-TOT-CUSTOMERS
           ADD HV-BOOK-BALANCE    TO WS-TOT-BALANCE
           ADD HV-OPEN-COMPLAINTS TO WS-TOT-COMPLAINTS
           ADD HV-KYC-DUE         TO WS-TOT-KYC-DUE.

      * Biggest balances first - the customers most worth picking up
      * come to the top of each segment.
       WRITE-UNASSIGNED-SECTION.
           MOVE 'RM-REQUIRED SEGMENT CUSTOMERS WITH NO ACTIVE RM'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-UNASG-HEADING-1
           WRITE REPORT-LINE FROM WS-RM-HEADING-2

           EXEC SQL
               DECLARE RM_UNASG_CUR CURSOR FOR
               SELECT C.CUSTOMER_ID, C.NAME, C.SEGMENT,
                      COALESCE(C.RM_EMPLOYEE_ID, ' '),
                      COALESCE(
                          (SELECT SUM(S.CLOSING_BALANCE)
                           FROM ACCOUNT_BALANCE_SNAPSHOT S
                           WHERE S.CUSTOMER_ID = C.CUSTOMER_ID
                             AND S.SNAP_DATE = :HV-SNAP-DATE), 0)
                          AS BOOK_BALANCE
               FROM CUSTOMER_MASTER C
               WHERE (C.RECORD_STATUS IS NULL
                      OR C.RECORD_STATUS NOT = 'CLOSED')
                 AND EXISTS
                     (SELECT 1 FROM SEGMENT_RULES R
                      WHERE R.SEGMENT_CODE = C.SEGMENT
                        AND R.ACTIVE_FLAG = 'Y'
                        AND R.RM_REQUIRED = 'Y')
                 AND (C.RM_EMPLOYEE_ID IS NULL
                      OR NOT EXISTS
                         (SELECT 1 FROM EMPLOYEE_MASTER E
                          WHERE E.EMPLOYEE_ID = C.RM_EMPLOYEE_ID
                            AND E.ACTIVE_FLAG = 'Y'))
               ORDER BY C.SEGMENT, BOOK_BALANCE DESC, C.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN RM_UNASG_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH RM_UNASG_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-SEGMENT,
                       :HV-RM-EMPLOYEE-ID,
                       :HV-BOOK-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   MOVE HV-CUSTOMER-ID    TO WS-UND-CUSTOMER
                   MOVE HV-NAME           TO WS-UND-NAME
                   MOVE HV-SEGMENT        TO WS-UND-SEGMENT
                   MOVE HV-RM-EMPLOYEE-ID TO WS-UND-RM
                   MOVE HV-BOOK-BALANCE   TO WS-UND-BALANCE
                   WRITE REPORT-LINE FROM WS-UNASG-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING UNASSIGNED CUSTOMERS, SQLCODE: "
                   SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE RM_UNASG_CUR END-EXEC

           IF WS-UNASSIGNED-COUNT = 0
               MOVE '  EVERY RM-REQUIRED CUSTOMER HAS AN ACTIVE RM'
                   TO WS-NONE-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-BOOK-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-RM-COUNT TO WS-SUM-RMS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-CUSTOMERS TO WS-SUM-CUSTOMERS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE WS-TOT-BALANCE TO WS-SUM-BALANCE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           MOVE WS-TOT-COMPLAINTS TO WS-SUM-COMPLAINTS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           MOVE WS-TOT-KYC-DUE TO WS-SUM-KYC-DUE
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

           MOVE WS-UNASSIGNED-COUNT TO WS-SUM-UNASSIGNED
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
                   ('RMBOOK', :HV-RUN-START, :HV-RUN-END,
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
