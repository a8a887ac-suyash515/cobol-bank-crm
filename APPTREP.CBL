       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO APPTOUT
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
       01  HV-START-TIME         PIC X(05).
       01  HV-END-TIME           PIC X(05).
       01  HV-ADVISOR-ID         PIC X(08).
       01  HV-ADVISOR-NAME       PIC X(50).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-CUSTOMER-NAME      PIC X(50).
       01  HV-PURPOSE            PIC X(100).
       01  HV-REMINDER-STATUS    PIC X(10).
       01  HV-BOOKED-COUNT       PIC S9(9) COMP-5.
       01  HV-ATTENDED-COUNT     PIC S9(9) COMP-5.
       01  HV-NOSHOW-COUNT       PIC S9(9) COMP-5.
       01  HV-CANCELLED-COUNT    PIC S9(9) COMP-5.
       01  HV-OPEN-COUNT         PIC S9(9) COMP-5.
       01  HV-SCHEDULE-DATE      PIC X(10).
       01  HV-OUTCOME-DATE       PIC X(10).
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
       01  WS-SCHEDULE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PREV-BRANCH        PIC X(06) VALUE SPACES.
       01  WS-OUTCOME-GROUPS     PIC 9(5) VALUE ZERO.
       01  WS-TOT-ATTENDED       PIC 9(7) VALUE ZERO.
       01  WS-TOT-NOSHOW         PIC 9(7) VALUE ZERO.
       01  WS-TOT-CANCELLED      PIC 9(7) VALUE ZERO.
       01  WS-TOT-OPEN           PIC 9(7) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'DAILY BRANCH APPOINTMENT SCHEDULE'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE 'SCHEDULE FOR: '.
           05  WS-SUB-SCHED-DATE PIC X(10).

       01  WS-SECTION-HEADING.
           05  FILLER            PIC X(04) VALUE '*** '.
           05  WS-SECTION-TITLE  PIC X(60).

       01  WS-SCHED-HEADING-1.
           05  FILLER            PIC X(08) VALUE 'BRANCH'.
           05  FILLER            PIC X(12) VALUE 'TIME'.
           05  FILLER            PIC X(23) VALUE 'ADVISOR'.
           05  FILLER            PIC X(35) VALUE 'CUSTOMER'.
           05  FILLER            PIC X(43) VALUE 'PURPOSE'.
           05  FILLER            PIC X(10) VALUE 'REMINDER'.

       01  WS-SCHED-HEADING-2.
           05  FILLER            PIC X(131) VALUE ALL '-'.

       01  WS-SCHED-DETAIL.
           05  WS-SCH-BRANCH     PIC X(08).
           05  WS-SCH-START      PIC X(05).
           05  FILLER            PIC X(01) VALUE '-'.
           05  WS-SCH-END        PIC X(05).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-SCH-ADVISOR-ID PIC X(09).
           05  WS-SCH-ADVISOR    PIC X(14).
           05  WS-SCH-CUST-ID    PIC X(11).
           05  WS-SCH-CUSTOMER   PIC X(24).
           05  WS-SCH-PURPOSE    PIC X(43).
           05  WS-SCH-REMINDER   PIC X(10).

       01  WS-OUTC-HEADING-1.
           05  FILLER            PIC X(10) VALUE 'BRANCH'.
           05  FILLER            PIC X(10) VALUE '    BOOKED'.
           05  FILLER            PIC X(10) VALUE '  ATTENDED'.
           05  FILLER            PIC X(10) VALUE '   NO-SHOW'.
           05  FILLER            PIC X(10) VALUE ' CANCELLED'.
           05  FILLER            PIC X(12) VALUE '  NOT RECORD'.

       01  WS-OUTC-HEADING-2.
           05  FILLER            PIC X(62) VALUE ALL '-'.

       01  WS-OUTC-DETAIL.
           05  WS-OUT-BRANCH     PIC X(10).
           05  WS-OUT-BOOKED     PIC Z(9)9.
           05  WS-OUT-ATTENDED   PIC Z(9)9.
           05  WS-OUT-NOSHOW     PIC Z(9)9.
           05  WS-OUT-CANCELLED  PIC Z(9)9.
           05  WS-OUT-OPEN       PIC Z(11)9.

       01  WS-NONE-SCHED-LINE    PIC X(40)
           VALUE '  NO APPOINTMENTS BOOKED'.
       01  WS-NONE-OUTC-LINE     PIC X(40)
           VALUE '  NO APPOINTMENTS WERE DUE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'APPOINTMENTS SCHEDULED: '.
           05  WS-SUM-SCHEDULED  PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'DUE TODAY - ATTENDED : '.
           05  WS-SUM-ATTENDED   PIC ZZZZZZ9.
           05  FILLER            PIC X(12) VALUE '  NO-SHOW: '.
           05  WS-SUM-NOSHOW     PIC ZZZZZZ9.
           05  FILLER            PIC X(14) VALUE '  CANCELLED: '.
           05  WS-SUM-CANCELLED  PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE '  NOT RECORDED: '.
           05  WS-SUM-OPEN       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      * Each branch's appointment book for the next day, printed
      * overnight so the advisor knows who is coming and what they
      * want to talk about before the door opens: slot, advisor,
      * customer, the purpose taken at booking and whether APPTRMND
      * reminded them (SUPPRESSED - no consent - or blank - not yet
      * in the reminder window). A second section counts how the day
      * just ending went at each branch - attended, no-show,
      * cancelled, and bookings nobody has recorded an outcome for
      * yet - so no-shows are a number, not a feeling.
      *
      * The schedule is for the day after the run date and the
      * outcomes for the run date itself; a RPTDATE row in
      * BATCH_PARMS (YYYY-MM-DD) reprints the schedule for another
      * day, with the outcomes for the day before it.
       MAIN-LOGIC.
           DISPLAY "GENERATING BRANCH APPOINTMENT SCHEDULE"

           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM SET-SCHEDULE-DATE

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'APPOINTMENT SCHEDULE FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-RUN-DATE TO WS-SUB-RUN-DATE
               MOVE HV-SCHEDULE-DATE TO WS-SUB-SCHED-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-SCHEDULE-SECTION
               PERFORM WRITE-OUTCOME-SECTION
               PERFORM WRITE-SCHEDULE-TOTALS

               CLOSE REPORT-FILE

               IF HV-RUN-STATUS = 'FAILURE'
                   MOVE 'APPOINTMENT SCHEDULE FAILED - SQL ERROR'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'APPOINTMENT SCHEDULE GENERATED'
                       TO WS-RESPONSE
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "SCHEDULE DATE      : " HV-SCHEDULE-DATE
           DISPLAY "APPOINTMENTS       : " WS-SCHEDULE-COUNT
           DISPLAY "NO-SHOWS TODAY     : " WS-TOT-NOSHOW

           MOVE WS-SCHEDULE-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * A RPTDATE override must look like YYYY-MM-DD; anything else
      * is ignored and tomorrow's schedule printed.
       SET-SCHEDULE-DATE.
           EXEC SQL
               SET :HV-SCHEDULE-DATE = CHAR(CURRENT DATE + 1 DAY, ISO)
           END-EXEC

           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'APPTREP'
                 AND PARM_NAME = 'RPTDATE'
           END-EXEC

           IF SQLCODE = 0
                   AND HV-PARM-VALUE(1:4) NUMERIC
                   AND HV-PARM-VALUE(5:1) = '-'
                   AND HV-PARM-VALUE(6:2) NUMERIC
                   AND HV-PARM-VALUE(8:1) = '-'
                   AND HV-PARM-VALUE(9:2) NUMERIC
               MOVE HV-PARM-VALUE(1:10) TO HV-SCHEDULE-DATE
           END-IF

           EXEC SQL
               SET :HV-OUTCOME-DATE =
                   CHAR(DATE(:HV-SCHEDULE-DATE) - 1 DAY, ISO)
           END-EXEC.

       WRITE-SCHEDULE-SECTION.
           MOVE 'APPOINTMENTS BOOKED, BY BRANCH AND TIME'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-SCHED-HEADING-1
           WRITE REPORT-LINE FROM WS-SCHED-HEADING-2

           EXEC SQL
               DECLARE APPT_SCHED_CUR CURSOR FOR
               SELECT A.BRANCH_ID,
                      SUBSTR(CHAR(A.START_TIME, ISO), 1, 5),
                      SUBSTR(CHAR(A.END_TIME, ISO), 1, 5),
                      A.ADVISOR_ID, COALESCE(E.NAME, ' '),
                      A.CUSTOMER_ID, COALESCE(C.NAME, ' '),
                      COALESCE(A.PURPOSE, ' '),
                      COALESCE(A.REMINDER_STATUS, ' ')
               FROM BRANCH_APPOINTMENTS A
               LEFT OUTER JOIN EMPLOYEE_MASTER E
                    ON E.EMPLOYEE_ID = A.ADVISOR_ID
               LEFT OUTER JOIN CUSTOMER_MASTER C
                    ON C.CUSTOMER_ID = A.CUSTOMER_ID
               WHERE A.APPT_DATE = :HV-SCHEDULE-DATE
                 AND A.APPT_STATUS = 'BOOKED'
               ORDER BY A.BRANCH_ID, A.START_TIME, A.ADVISOR_ID
           END-EXEC

           EXEC SQL OPEN APPT_SCHED_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH APPT_SCHED_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-START-TIME,
                       :HV-END-TIME,
                       :HV-ADVISOR-ID,
                       :HV-ADVISOR-NAME,
                       :HV-CUSTOMER-ID,
                       :HV-CUSTOMER-NAME,
                       :HV-PURPOSE,
                       :HV-REMINDER-STATUS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-SCHEDULE-DETAIL
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING APPOINTMENTS, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE APPT_SCHED_CUR END-EXEC

           IF WS-SCHEDULE-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-SCHED-LINE
           END-IF.

      * A blank line between branches, so each branch's page of the
      * book can be torn off and handed over.
       WRITE-SCHEDULE-DETAIL.
           IF WS-SCHEDULE-COUNT > 0
                   AND HV-BRANCH-ID NOT = WS-PREV-BRANCH
               WRITE REPORT-LINE FROM SPACES
           END-IF
           MOVE HV-BRANCH-ID TO WS-PREV-BRANCH
           ADD 1 TO WS-SCHEDULE-COUNT

           MOVE HV-BRANCH-ID       TO WS-SCH-BRANCH
           MOVE HV-START-TIME      TO WS-SCH-START
           MOVE HV-END-TIME        TO WS-SCH-END
           MOVE HV-ADVISOR-ID      TO WS-SCH-ADVISOR-ID
           MOVE HV-ADVISOR-NAME    TO WS-SCH-ADVISOR
           MOVE HV-CUSTOMER-ID     TO WS-SCH-CUST-ID
           MOVE HV-CUSTOMER-NAME   TO WS-SCH-CUSTOMER
           MOVE HV-PURPOSE         TO WS-SCH-PURPOSE
           MOVE HV-REMINDER-STATUS TO WS-SCH-REMINDER
           WRITE REPORT-LINE FROM WS-SCHED-DETAIL.

      * Everything that was due on the outcome date, by what became
      * of it. NOT RECORD is still BOOKED - the branch has not said
      * whether the customer came.
       WRITE-OUTCOME-SECTION.
           MOVE 'OUTCOMES FOR APPOINTMENTS DUE THE DAY BEFORE'
               TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-SECTION-HEADING
           WRITE REPORT-LINE FROM WS-OUTC-HEADING-1
           WRITE REPORT-LINE FROM WS-OUTC-HEADING-2

           EXEC SQL
               DECLARE APPT_OUTC_CUR CURSOR FOR
               SELECT BRANCH_ID, COUNT(*),
                      SUM(CASE WHEN APPT_STATUS = 'ATTENDED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN APPT_STATUS = 'NOSHOW'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN APPT_STATUS = 'CANCELLED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN APPT_STATUS = 'BOOKED'
                               THEN 1 ELSE 0 END)
               FROM BRANCH_APPOINTMENTS
               WHERE APPT_DATE = :HV-OUTCOME-DATE
               GROUP BY BRANCH_ID
               ORDER BY BRANCH_ID
           END-EXEC

           EXEC SQL OPEN APPT_OUTC_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH APPT_OUTC_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-BOOKED-COUNT,
                       :HV-ATTENDED-COUNT,
                       :HV-NOSHOW-COUNT,
                       :HV-CANCELLED-COUNT,
                       :HV-OPEN-COUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-OUTCOME-GROUPS
                   MOVE HV-BRANCH-ID       TO WS-OUT-BRANCH
                   MOVE HV-BOOKED-COUNT    TO WS-OUT-BOOKED
                   MOVE HV-ATTENDED-COUNT  TO WS-OUT-ATTENDED
                   MOVE HV-NOSHOW-COUNT    TO WS-OUT-NOSHOW
                   MOVE HV-CANCELLED-COUNT TO WS-OUT-CANCELLED
                   MOVE HV-OPEN-COUNT      TO WS-OUT-OPEN
                   WRITE REPORT-LINE FROM WS-OUTC-DETAIL
                   ADD HV-ATTENDED-COUNT  TO WS-TOT-ATTENDED
                   ADD HV-NOSHOW-COUNT    TO WS-TOT-NOSHOW
                   ADD HV-CANCELLED-COUNT TO WS-TOT-CANCELLED
                   ADD HV-OPEN-COUNT      TO WS-TOT-OPEN
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "ERROR READING OUTCOMES, SQLCODE: " SQLCODE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           EXEC SQL CLOSE APPT_OUTC_CUR END-EXEC

           IF WS-OUTCOME-GROUPS = 0
               WRITE REPORT-LINE FROM WS-NONE-OUTC-LINE
           END-IF.

       WRITE-SCHEDULE-TOTALS.
           WRITE REPORT-LINE FROM SPACES

           MOVE WS-SCHEDULE-COUNT TO WS-SUM-SCHEDULED
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE WS-TOT-ATTENDED  TO WS-SUM-ATTENDED
           MOVE WS-TOT-NOSHOW    TO WS-SUM-NOSHOW
           MOVE WS-TOT-CANCELLED TO WS-SUM-CANCELLED
           MOVE WS-TOT-OPEN      TO WS-SUM-OPEN
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
                   ('APPTREP', :HV-RUN-START, :HV-RUN-END,
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
