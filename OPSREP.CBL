       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-DUE-DATE           PIC X(10).
       01  HV-DAYS-LEFT          PIC S9(5) COMP-3.
       01  HV-DIRECTION          PIC X(03).
       01  HV-INTERFACE-NAME     PIC X(48).
       01  HV-DLQ-YESTERDAY      PIC S9(9) COMP-5.
       01  HV-DLQ-PRIOR          PIC S9(9) COMP-5.
       01  HV-HOLIDAY-FLAG       PIC X(01).
       01  HV-DAY-OF-WEEK        PIC S9(4) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           05  WS-DSR-DUE        PIC X(12).
           05  WS-DSR-DAYS       PIC -(4)9.

      * MQ interface exceptions from MQ_MESSAGE_LOG: an interface
      * that carried traffic in the last 30 days but none yesterday
      * (checked only when yesterday was a business day), or one
      * whose dead-letters yesterday ran above its daily average for
      * the seven days before.
       01  WS-INTERFACE-EXC-COUNT PIC 9(5) VALUE ZERO.
       01  WS-BUSINESS-DAY-FLAG  PIC X VALUE 'Y'.
           88  YESTERDAY-BUSINESS-DAY VALUE 'Y'.

       01  WS-IF-TITLE-LINE.
           05  FILLER            PIC X(45)
               VALUE 'EXCEPTIONS - MQ INTERFACES'.

       01  WS-IF-HEADING.
           05  FILLER            PIC X(05) VALUE 'DIR'.
           05  FILLER            PIC X(50) VALUE 'INTERFACE'.
           05  FILLER            PIC X(22) VALUE 'EXCEPTION'.
           05  FILLER            PIC X(15) VALUE 'DLQ YESTERDAY'.
           05  FILLER            PIC X(16) VALUE 'DLQ PRIOR 7 DAYS'.

       01  WS-IF-DETAIL-LINE.
           05  WS-IF-DIRECTION   PIC X(05).
           05  WS-IF-INTERFACE   PIC X(50).
           05  WS-IF-EXCEPTION   PIC X(22).
           05  WS-IF-DLQ-YDAY    PIC ZZZZZZZZ9.
           05  FILLER            PIC X(06) VALUE SPACES.
           05  WS-IF-DLQ-PRIOR   PIC ZZZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(25)
               VALUE 'STEPS LOGGED LAST NIGHT: '.
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-FAILURE-SECTION
               PERFORM WRITE-INTERFACE-SECTION
               PERFORM WRITE-ALL-STEPS-SECTION
               PERFORM WRITE-DSAR-SECTION

           DISPLAY WS-RESPONSE
           DISPLAY "STEPS LOGGED : " WS-STEP-COUNT
           DISPLAY "FAILED STEPS : " WS-FAILURE-COUNT
           DISPLAY "MQ INTERFACE EXCEPTIONS: " WS-INTERFACE-EXC-COUNT

           GOBACK.

               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Yesterday counts as a business day unless it fell on a
      * weekend or BUSINESS_CALENDAR flags it a holiday - a missing
      * calendar row leaves it a business day, so a quiet interface
      * is reported rather than excused.
       WRITE-INTERFACE-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-IF-TITLE-LINE
           WRITE REPORT-LINE FROM WS-IF-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

           MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
           MOVE 'N' TO HV-HOLIDAY-FLAG

           EXEC SQL
               SELECT COALESCE(HOLIDAY_FLAG, 'N')
               INTO :HV-HOLIDAY-FLAG
               FROM BUSINESS_CALENDAR
               WHERE CAL_DATE = CURRENT DATE - 1 DAY
           END-EXEC

           EXEC SQL
               SET :HV-DAY-OF-WEEK = DAYOFWEEK(CURRENT DATE - 1 DAY)
           END-EXEC

           IF HV-HOLIDAY-FLAG = 'Y'
                   OR HV-DAY-OF-WEEK = 1 OR HV-DAY-OF-WEEK = 7
               MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           END-IF

           IF YESTERDAY-BUSINESS-DAY
               PERFORM WRITE-QUIET-INTERFACES
           END-IF

           PERFORM WRITE-RISING-DLQ-INTERFACES

           IF WS-INTERFACE-EXC-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-QUIET-INTERFACES.
           EXEC SQL
               DECLARE OPS_QUIET_CUR CURSOR FOR
               SELECT DIRECTION, INTERFACE_NAME
               FROM MQ_MESSAGE_LOG
               WHERE DATE(LOGGED_AT) >= CURRENT DATE - 30 DAYS
                 AND DATE(LOGGED_AT) < CURRENT DATE
               GROUP BY DIRECTION, INTERFACE_NAME
               HAVING SUM(CASE WHEN DATE(LOGGED_AT) =
                                    CURRENT DATE - 1 DAY
                               THEN 1 ELSE 0 END) = 0
               ORDER BY DIRECTION, INTERFACE_NAME
           END-EXEC

           EXEC SQL OPEN OPS_QUIET_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPS_QUIET_CUR INTO
                       :HV-DIRECTION,
                       :HV-INTERFACE-NAME
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-INTERFACE-EXC-COUNT
                   MOVE HV-DIRECTION      TO WS-IF-DIRECTION
                   MOVE HV-INTERFACE-NAME TO WS-IF-INTERFACE
                   MOVE 'NO TRAFFIC YESTERDAY' TO WS-IF-EXCEPTION
                   MOVE ZERO TO WS-IF-DLQ-YDAY WS-IF-DLQ-PRIOR
                   WRITE REPORT-LINE FROM WS-IF-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE OPS_QUIET_CUR END-EXEC.

       WRITE-RISING-DLQ-INTERFACES.
           EXEC SQL
               DECLARE OPS_DLQ_CUR CURSOR FOR
               SELECT DIRECTION, INTERFACE_NAME,
                      SUM(CASE WHEN DATE(LOGGED_AT) =
                                    CURRENT DATE - 1 DAY
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN DATE(LOGGED_AT) <
                                    CURRENT DATE - 1 DAY
                               THEN 1 ELSE 0 END)
               FROM MQ_MESSAGE_LOG
               WHERE OUTCOME = 'DEADLETTER'
                 AND DATE(LOGGED_AT) >= CURRENT DATE - 8 DAYS
                 AND DATE(LOGGED_AT) < CURRENT DATE
               GROUP BY DIRECTION, INTERFACE_NAME
               HAVING SUM(CASE WHEN DATE(LOGGED_AT) =
                                    CURRENT DATE - 1 DAY
                               THEN 1 ELSE 0 END) * 7 >
                      SUM(CASE WHEN DATE(LOGGED_AT) <
                                    CURRENT DATE - 1 DAY
                               THEN 1 ELSE 0 END)
               ORDER BY DIRECTION, INTERFACE_NAME
           END-EXEC

           EXEC SQL OPEN OPS_DLQ_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPS_DLQ_CUR INTO
                       :HV-DIRECTION,
                       :HV-INTERFACE-NAME,
                       :HV-DLQ-YESTERDAY,
                       :HV-DLQ-PRIOR
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-INTERFACE-EXC-COUNT
                   MOVE HV-DIRECTION      TO WS-IF-DIRECTION
                   MOVE HV-INTERFACE-NAME TO WS-IF-INTERFACE
                   MOVE 'DEAD-LETTERS RISING' TO WS-IF-EXCEPTION
                   MOVE HV-DLQ-YESTERDAY  TO WS-IF-DLQ-YDAY
                   MOVE HV-DLQ-PRIOR      TO WS-IF-DLQ-PRIOR
                   WRITE REPORT-LINE FROM WS-IF-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE OPS_DLQ_CUR END-EXEC.

       WRITE-ALL-STEPS-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-ALL-TITLE-LINE
