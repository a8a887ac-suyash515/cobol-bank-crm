       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO GARNRPT
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
       01  HV-ORDER-ID           PIC X(10).
       01  HV-ORDER-NUMBER       PIC X(20).
       01  HV-ORDER-TYPE         PIC X(08).
       01  HV-AUTHORITY          PIC X(50).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-SERVED-DATE        PIC X(10).
       01  HV-ANSWER-DEADLINE    PIC X(10).
       01  HV-HOLD-END-DATE      PIC X(10).
       01  HV-ORDER-STATUS       PIC X(08).
       01  HV-HELD-TOTAL         PIC S9(9)V99 COMP-3.
       01  HV-ANSWERED-FLAG      PIC X(01).
       01  HV-DAYS-LEFT          PIC S9(9) COMP-5.
       01  HV-WARN-DAYS          PIC S9(9) COMP-5.
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
       01  WS-ANSWER-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-DUE-SOON-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-REMIT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-REMIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * Warning window from BATCH_PARMS (GARNREP row WARNDAYS): an
      * answer due inside this many days is flagged DUE SOON, and a
      * hold ending inside it is listed as a coming remittance.
       01  WS-WARN-DAYS          PIC 9(03) VALUE 005.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'GARNISHMENT AND LEVY DEADLINE REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(15) VALUE '  WARN WINDOW: '.
           05  WS-SUB-WARN-DAYS  PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DAYS'.

       01  WS-ANS-TITLE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'ORDERS AWAITING THE BANK''S ANSWER'.

       01  WS-REM-TITLE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'HOLD PERIODS ENDING - REMITTANCE DUE'.

       01  WS-ANS-HEADING.
           05  FILLER            PIC X(12) VALUE 'ORDER ID'.
           05  FILLER            PIC X(21) VALUE 'ORDER NUMBER'.
           05  FILLER            PIC X(09) VALUE 'TYPE'.
           05  FILLER            PIC X(31) VALUE 'ISSUING AUTHORITY'.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER            PIC X(12) VALUE 'SERVED'.
           05  FILLER            PIC X(12) VALUE 'ANSWER DUE'.
           05  FILLER            PIC X(10) VALUE 'DAYS LEFT'.
           05  FILLER            PIC X(10) VALUE 'FLAG'.

       01  WS-REM-HEADING.
           05  FILLER            PIC X(12) VALUE 'ORDER ID'.
           05  FILLER            PIC X(21) VALUE 'ORDER NUMBER'.
           05  FILLER            PIC X(09) VALUE 'TYPE'.
           05  FILLER            PIC X(31) VALUE 'ISSUING AUTHORITY'.
           05  FILLER            PIC X(12) VALUE 'CUSTOMER ID'.
           05  FILLER            PIC X(12) VALUE 'HOLD ENDS'.
           05  FILLER            PIC X(16) VALUE 'AMOUNT HELD'.
           05  FILLER            PIC X(09) VALUE 'ANSWERED'.

       01  WS-HEADING-RULE       PIC X(130) VALUE ALL '-'.

       01  WS-ANS-DETAIL-LINE.
           05  WS-ANS-ORDER-ID   PIC X(12).
           05  WS-ANS-ORDER-NO   PIC X(21).
           05  WS-ANS-TYPE       PIC X(09).
           05  WS-ANS-AUTHORITY  PIC X(31).
           05  WS-ANS-CUSTOMER   PIC X(12).
           05  WS-ANS-SERVED     PIC X(12).
           05  WS-ANS-DEADLINE   PIC X(12).
           05  WS-ANS-DAYS-LEFT  PIC -(4)9.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WS-ANS-FLAG       PIC X(10).

       01  WS-REM-DETAIL-LINE.
           05  WS-REM-ORDER-ID   PIC X(12).
           05  WS-REM-ORDER-NO   PIC X(21).
           05  WS-REM-TYPE       PIC X(09).
           05  WS-REM-AUTHORITY  PIC X(31).
           05  WS-REM-CUSTOMER   PIC X(12).
           05  WS-REM-HOLD-END   PIC X(12).
           05  WS-REM-HELD       PIC -(9)9.99.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WS-REM-ANSWERED   PIC X(09).

       01  WS-NONE-LINE          PIC X(40) VALUE '  NONE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'ANSWERS OUTSTANDING : '.
           05  WS-SUM-ANSWERS    PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'ANSWERS OVERDUE     : '.
           05  WS-SUM-OVERDUE    PIC ZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'ANSWERS DUE SOON    : '.
           05  WS-SUM-DUE-SOON   PIC ZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'REMITTANCES DUE     : '.
           05  WS-SUM-REMITS     PIC ZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'AMOUNT TO REMIT     : '.
           05  WS-SUM-REMIT-TOTAL PIC -(9)9.99.

       PROCEDURE DIVISION.

      * Legal's morning deadline list for garnishments and levies
      * registered in GARNORDR. A missed answer date can make the
      * bank liable for the debt itself, so the first section lists
      * every order not yet answered, earliest deadline first, with
      * OVERDUE or DUE SOON against it. The second lists the HELD
      * orders whose hold period ends inside the warning window -
      * the remittances GARNSWP will post - so a withdrawal or
      * release still to come can be entered before the money goes.
       MAIN-LOGIC.
           DISPLAY "GENERATING GARNISHMENT AND LEVY DEADLINE REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS
           MOVE WS-WARN-DAYS TO HV-WARN-DAYS

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'DEADLINE REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE WS-WARN-DAYS TO WS-SUB-WARN-DAYS
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-ANSWER-SECTION
               PERFORM WRITE-REMITTANCE-SECTION

               WRITE REPORT-LINE FROM SPACES

               MOVE WS-ANSWER-COUNT TO WS-SUM-ANSWERS
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

               MOVE WS-OVERDUE-COUNT TO WS-SUM-OVERDUE
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

               MOVE WS-DUE-SOON-COUNT TO WS-SUM-DUE-SOON
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               MOVE WS-REMIT-COUNT TO WS-SUM-REMITS
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

               MOVE WS-REMIT-TOTAL TO WS-SUM-REMIT-TOTAL
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'SUCCESS'
                   MOVE 'DEADLINE REPORT GENERATED' TO WS-RESPONSE
               ELSE
                   MOVE 'DEADLINE REPORT GENERATED WITH ERRORS'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ANSWERS OUTSTANDING: " WS-ANSWER-COUNT
           DISPLAY "ANSWERS OVERDUE    : " WS-OVERDUE-COUNT
           DISPLAY "REMITTANCES DUE    : " WS-REMIT-COUNT

           COMPUTE HV-RUN-COUNT = WS-ANSWER-COUNT + WS-REMIT-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'WARNDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:3) NUMERIC
               MOVE HV-PARM-VALUE(1:3) TO WS-WARN-DAYS
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'GARNREP'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

      * An order released before it was answered needs no answer;
      * every other unanswered order does, remitted or not.
       WRITE-ANSWER-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-ANS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-ANS-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE ANS_CUR CURSOR FOR
               SELECT ORDER_ID, ORDER_NUMBER, ORDER_TYPE,
                      ISSUING_AUTHORITY, CUSTOMER_ID,
                      CHAR(SERVED_DATE), CHAR(ANSWER_DEADLINE),
                      DAYS(ANSWER_DEADLINE) - DAYS(CURRENT DATE)
               FROM LEGAL_ORDERS
               WHERE ANSWERED_AT IS NULL
                 AND ORDER_STATUS <> 'RELEASED'
               ORDER BY ANSWER_DEADLINE, ORDER_ID
           END-EXEC

           EXEC SQL OPEN ANS_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ANS_CUR INTO
                       :HV-ORDER-ID,
                       :HV-ORDER-NUMBER,
                       :HV-ORDER-TYPE,
                       :HV-AUTHORITY,
                       :HV-CUSTOMER-ID,
                       :HV-SERVED-DATE,
                       :HV-ANSWER-DEADLINE,
                       :HV-DAYS-LEFT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ANSWER-COUNT

                   MOVE HV-ORDER-ID        TO WS-ANS-ORDER-ID
                   MOVE HV-ORDER-NUMBER    TO WS-ANS-ORDER-NO
                   MOVE HV-ORDER-TYPE      TO WS-ANS-TYPE
                   MOVE HV-AUTHORITY       TO WS-ANS-AUTHORITY
                   MOVE HV-CUSTOMER-ID     TO WS-ANS-CUSTOMER
                   MOVE HV-SERVED-DATE     TO WS-ANS-SERVED
                   MOVE HV-ANSWER-DEADLINE TO WS-ANS-DEADLINE
                   MOVE HV-DAYS-LEFT       TO WS-ANS-DAYS-LEFT
                   IF HV-DAYS-LEFT < 0
                       MOVE 'OVERDUE' TO WS-ANS-FLAG
                       ADD 1 TO WS-OVERDUE-COUNT
                   ELSE IF HV-DAYS-LEFT NOT > HV-WARN-DAYS
                       MOVE 'DUE SOON' TO WS-ANS-FLAG
                       ADD 1 TO WS-DUE-SOON-COUNT
                   ELSE
                       MOVE SPACES TO WS-ANS-FLAG
                   END-IF
                   END-IF
                   WRITE REPORT-LINE FROM WS-ANS-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING LEGAL ORDERS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE ANS_CUR END-EXEC

           IF WS-ANSWER-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Includes holds already past their end date - an order GARNSWP
      * could not remit stays on the list until it is dealt with.
       WRITE-REMITTANCE-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-REM-TITLE-LINE
           WRITE REPORT-LINE FROM WS-REM-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE REM_CUR CURSOR FOR
               SELECT ORDER_ID, ORDER_NUMBER, ORDER_TYPE,
                      ISSUING_AUTHORITY, CUSTOMER_ID,
                      CHAR(HOLD_END_DATE), HELD_TOTAL,
                      CASE WHEN ANSWERED_AT IS NULL THEN 'N'
                           ELSE 'Y' END
               FROM LEGAL_ORDERS
               WHERE ORDER_STATUS = 'HELD'
                 AND HOLD_END_DATE <= CURRENT DATE
                                      + :HV-WARN-DAYS DAYS
               ORDER BY HOLD_END_DATE, ORDER_ID
           END-EXEC

           EXEC SQL OPEN REM_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH REM_CUR INTO
                       :HV-ORDER-ID,
                       :HV-ORDER-NUMBER,
                       :HV-ORDER-TYPE,
                       :HV-AUTHORITY,
                       :HV-CUSTOMER-ID,
                       :HV-HOLD-END-DATE,
                       :HV-HELD-TOTAL,
                       :HV-ANSWERED-FLAG
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-REMIT-COUNT
                   ADD HV-HELD-TOTAL TO WS-REMIT-TOTAL

                   MOVE HV-ORDER-ID        TO WS-REM-ORDER-ID
                   MOVE HV-ORDER-NUMBER    TO WS-REM-ORDER-NO
                   MOVE HV-ORDER-TYPE      TO WS-REM-TYPE
                   MOVE HV-AUTHORITY       TO WS-REM-AUTHORITY
                   MOVE HV-CUSTOMER-ID     TO WS-REM-CUSTOMER
                   MOVE HV-HOLD-END-DATE   TO WS-REM-HOLD-END
                   MOVE HV-HELD-TOTAL      TO WS-REM-HELD
                   IF HV-ANSWERED-FLAG = 'Y'
                       MOVE 'YES' TO WS-REM-ANSWERED
                   ELSE
                       MOVE 'NO' TO WS-REM-ANSWERED
                   END-IF
                   WRITE REPORT-LINE FROM WS-REM-DETAIL-LINE
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING HELD ORDERS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE REM_CUR END-EXEC

           IF WS-REMIT-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('GARNREP', :HV-RUN-START, :HV-RUN-END,
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
