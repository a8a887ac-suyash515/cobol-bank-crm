       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTBOOK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-APPT-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ADVISOR-ID         PIC X(08).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-APPT-DATE          PIC X(10).
       01  HV-START-TIME         PIC X(08).
       01  HV-END-TIME           PIC X(08).
       01  HV-PURPOSE            PIC X(100).
       01  HV-APPT-STATUS        PIC X(10).
       01  HV-OUTCOME-NOTE       PIC X(100).
       01  HV-CLASH-COUNT        PIC S9(9) COMP-5.
       01  HV-HOLIDAY-FLAG       PIC X(01).
       01  HV-INTERACTION-OWNER  PIC X(08).
       01  HV-INTERACTION-NOTES  PIC X(250).
       01  HV-FOLLOWUP-FLAG      PIC X(01).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-TODAY              PIC X(10).
       01  HV-RES-DATE           PIC X(10).
       01  HV-RES-START          PIC X(05).
       01  HV-RES-END            PIC X(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-BOOK        VALUE 'BOOK  '.
           88  FUNC-CANCEL      VALUE 'CANCEL'.
           88  FUNC-ATTEND      VALUE 'ATTEND'.
           88  FUNC-NOSHOW      VALUE 'NOSHOW'.
           88  FUNC-LIST        VALUE 'LIST  '.

      * A slot is a start time (HH:MM) and a length in minutes; it
      * must finish by midnight. A blank length books the standard
      * half-hour slot.
       01  WS-DEFAULT-DURATION   PIC 9(03) VALUE 30.
       01  WS-DURATION           PIC 9(03) VALUE ZERO.
       01  WS-START-HH           PIC 9(02).
       01  WS-START-MM           PIC 9(02).
       01  WS-START-MINUTES      PIC 9(05) VALUE ZERO.
       01  WS-END-MINUTES        PIC 9(05) VALUE ZERO.
       01  WS-END-HH             PIC 9(02).
       01  WS-END-MM             PIC 9(02).
       01  WS-OUTCOME-WORD       PIC X(10).

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-APPT-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Commarea for IDNUMBER, which proves the check digit on a
      * keyed customer or account number before anything is read.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION    PIC X(08).
           05  WS-IDN-ID          PIC X(12).
           05  WS-IDN-RETURN-CODE PIC 9(02).
       01  WS-NUMBERS-VALID       PIC X VALUE 'Y'.
           88  NUMBERS-ARE-VALID      VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-APPT-ID         PIC X(10).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-ADVISOR-ID      PIC X(08).
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-APPT-DATE       PIC X(10).
           05  LK-START-TIME      PIC X(05).
           05  LK-DURATION-MINS   PIC 9(03).
      * What the customer wants to talk about - printed on the
      * branch schedule so the advisor is ready when they walk in.
           05  LK-PURPOSE         PIC X(100).
      * ATTEND, NOSHOW, CANCEL: what happened, for the interaction.
           05  LK-OUTCOME-NOTE    PIC X(100).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-APPT-COUNT      PIC 9(02).
           05  LK-APPT-RESULTS OCCURS 10 TIMES.
               10  LK-RES-APPT-ID     PIC X(10).
               10  LK-RES-CUSTOMER-ID PIC X(10).
               10  LK-RES-ADVISOR-ID  PIC X(08).
               10  LK-RES-BRANCH-ID   PIC X(06).
               10  LK-RES-APPT-DATE   PIC X(10).
               10  LK-RES-START-TIME  PIC X(05).
               10  LK-RES-END-TIME    PIC X(05).
               10  LK-RES-STATUS      PIC X(10).
               10  LK-RES-PURPOSE     PIC X(100).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Branch appointment book - the paper diary becomes the
      * BRANCH_APPOINTMENTS table. A customer is booked with an
      * advisor at a branch for a slot:
      *   BOOK   - refuses a slot that overlaps another booking for
      *            the advisor or the customer, or a closed day;
      *   CANCEL - before the day;
      *   ATTEND - the customer came;
      *   NOSHOW - they did not, which leaves the advisor a
      *            follow-up to rebook them;
      *   LIST   - a customer's bookings, or an advisor's day.
      * Every outcome lands on CUSTOMER_INTERACTIONS so the contact
      * history shows it. APPTRMND sends the reminders the night
      * before and APPTREP prints each branch's schedule.
       MAIN-LOGIC.
           MOVE LK-APPT-ID       TO HV-APPT-ID.
           MOVE LK-CUSTOMER-ID   TO HV-CUSTOMER-ID.
           MOVE LK-ADVISOR-ID    TO HV-ADVISOR-ID.
           MOVE LK-BRANCH-ID     TO HV-BRANCH-ID.
           MOVE LK-APPT-DATE     TO HV-APPT-DATE.
           MOVE LK-PURPOSE       TO HV-PURPOSE.
           MOVE LK-OUTCOME-NOTE  TO HV-OUTCOME-NOTE.
           MOVE LK-FUNCTION      TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO HV-TODAY.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-BOOK
                   PERFORM BOOK-APPOINTMENT
               WHEN FUNC-CANCEL
                   PERFORM CANCEL-APPOINTMENT
               WHEN FUNC-ATTEND
                   PERFORM RECORD-APPOINTMENT-KEPT
               WHEN FUNC-NOSHOW
                   PERFORM RECORD-APPOINTMENT-KEPT
               WHEN FUNC-LIST
                   PERFORM LIST-APPOINTMENTS
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator, then applies the
      * ROLE_ENTITLEMENTS gate the other commarea programs carry.
       VALIDATE-EMPLOYEE-ID.
           MOVE 'N' TO WS-EMP-VALID
           MOVE 'N' TO WS-AUTH-DENIED
           MOVE SPACES TO WS-EMP-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE, ' ') INTO :WS-EMP-ROLE
               FROM EMPLOYEE_MASTER
               WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               PERFORM CHECK-FUNCTION-AUTHORITY
           ELSE
               MOVE 'UNKNOWN OR INACTIVE EMPLOYEE ID' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'APPTBOOK'
                 AND FUNCTION_CODE = :WS-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-EMP-VALID
           ELSE
               MOVE 'Y' TO WS-AUTH-DENIED
               MOVE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       BOOK-APPOINTMENT.
           IF HV-CUSTOMER-ID = SPACES OR HV-ADVISOR-ID = SPACES
                   OR HV-BRANCH-ID = SPACES OR HV-APPT-DATE = SPACES
               MOVE 'CUSTOMER, ADVISOR, BRANCH AND DATE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-APPT-DATE < HV-TODAY
               MOVE 'APPOINTMENT DATE IS IN THE PAST' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-SLOT-TIME

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-BOOKING-PARTIES
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-BRANCH-OPEN
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-DOUBLE-BOOKING
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-APPT-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM INSERT-APPOINTMENT-ROW
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Start must be a real HH:MM and the slot must end by midnight;
      * the end time is worked out here so the clash test below is a
      * plain range comparison.
       VALIDATE-SLOT-TIME.
           IF LK-DURATION-MINS NUMERIC
                   AND LK-DURATION-MINS > ZERO
               MOVE LK-DURATION-MINS TO WS-DURATION
           ELSE
               MOVE WS-DEFAULT-DURATION TO WS-DURATION
           END-IF

           IF LK-START-TIME(1:2) NOT NUMERIC
                   OR LK-START-TIME(3:1) NOT = ':'
                   OR LK-START-TIME(4:2) NOT NUMERIC
               MOVE 'START TIME MUST BE HH:MM' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE LK-START-TIME(1:2) TO WS-START-HH
               MOVE LK-START-TIME(4:2) TO WS-START-MM
               COMPUTE WS-START-MINUTES =
                   WS-START-HH * 60 + WS-START-MM
               COMPUTE WS-END-MINUTES = WS-START-MINUTES + WS-DURATION

               IF WS-START-HH > 23 OR WS-START-MM > 59
                   MOVE 'START TIME MUST BE HH:MM' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF WS-END-MINUTES > 1440
                   MOVE 'APPOINTMENT MUST END BY MIDNIGHT'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   IF WS-END-MINUTES = 1440
                       MOVE 1439 TO WS-END-MINUTES
                   END-IF
                   DIVIDE WS-END-MINUTES BY 60
                       GIVING WS-END-HH REMAINDER WS-END-MM
                   MOVE SPACES TO HV-START-TIME HV-END-TIME
                   STRING WS-START-HH ':' WS-START-MM ':00'
                       DELIMITED BY SIZE INTO HV-START-TIME
                   END-STRING
                   STRING WS-END-HH ':' WS-END-MM ':00'
                       DELIMITED BY SIZE INTO HV-END-TIME
                   END-STRING
               END-IF
               END-IF
           END-IF.

      * The customer must be on file, the advisor an active
      * EMPLOYEE_MASTER employee and the branch a live BRANCH_MASTER
      * branch.
       VALIDATE-BOOKING-PARTIES.
           EXEC SQL
               SELECT CUSTOMER_ID INTO :HV-CUSTOMER-ID
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-ADVISOR-ID
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-ADVISOR-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE ADVISOR' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   EXEC SQL
                       SELECT BRANCH_ID INTO :HV-BRANCH-ID
                       FROM BRANCH_MASTER
                       WHERE BRANCH_ID = :HV-BRANCH-ID
                         AND ACTIVE_FLAG = 'Y'
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'UNKNOWN OR INACTIVE BRANCH ID'
                           TO WS-RESPONSE
                       MOVE 08 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * BUSINESS_CALENDAR's holiday flag closes the branches; a date
      * with no calendar row is an ordinary working day, as BATCHRUN
      * treats it.
       CHECK-BRANCH-OPEN.
           MOVE 'N' TO HV-HOLIDAY-FLAG

           EXEC SQL
               SELECT COALESCE(HOLIDAY_FLAG, 'N')
               INTO :HV-HOLIDAY-FLAG
               FROM BUSINESS_CALENDAR
               WHERE CAL_DATE = :HV-APPT-DATE
           END-EXEC

           IF SQLCODE = 0 AND HV-HOLIDAY-FLAG = 'Y'
               MOVE 'BRANCHES ARE CLOSED ON THAT DATE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * A double booking is any BOOKED slot that day overlapping this
      * one for the same advisor - at any branch - or for the same
      * customer. Back-to-back slots do not overlap.
       CHECK-DOUBLE-BOOKING.
           MOVE ZERO TO HV-CLASH-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-CLASH-COUNT
               FROM BRANCH_APPOINTMENTS
               WHERE APPT_DATE = :HV-APPT-DATE
                 AND APPT_STATUS = 'BOOKED'
                 AND (ADVISOR_ID = :HV-ADVISOR-ID
                      OR CUSTOMER_ID = :HV-CUSTOMER-ID)
                 AND START_TIME < TIME(:HV-END-TIME)
                 AND END_TIME > TIME(:HV-START-TIME)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR CHECKING APPOINTMENT BOOK' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-CLASH-COUNT > ZERO
               MOVE 'SLOT CLASHES WITH AN EXISTING BOOKING'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * APPT_ID is owned by the system, drawn from the APPT_CONTROL
      * one-row counter the way STOPPAY draws stop numbers.
       GENERATE-APPT-ID.
           EXEC SQL
               UPDATE APPT_CONTROL
               SET LAST_APPT_NUMBER = LAST_APPT_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING APPOINTMENT NUMBER'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_APPT_NUMBER INTO :HV-NEXT-NUMBER
                   FROM APPT_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING APPOINTMENT NUMBER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-APPT-NUMBER
                   MOVE SPACES TO HV-APPT-ID
                   STRING 'APT' WS-APPT-NUMBER
                       DELIMITED BY SIZE INTO HV-APPT-ID
                   END-STRING
               END-IF
           END-IF.

       INSERT-APPOINTMENT-ROW.
           EXEC SQL
               INSERT INTO BRANCH_APPOINTMENTS
                   (APPT_ID, CUSTOMER_ID, ADVISOR_ID, BRANCH_ID,
                    APPT_DATE, START_TIME, END_TIME, PURPOSE,
                    APPT_STATUS, BOOKED_BY, BOOKED_AT)
               VALUES
                   (:HV-APPT-ID, :HV-CUSTOMER-ID, :HV-ADVISOR-ID,
                    :HV-BRANCH-ID, :HV-APPT-DATE,
                    TIME(:HV-START-TIME), TIME(:HV-END-TIME),
                    :HV-PURPOSE, 'BOOKED', :LK-EMPLOYEE-ID,
                    :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-APPT-ID TO LK-APPT-ID
               MOVE 'APPOINTMENT BOOKED' TO WS-RESPONSE
           ELSE
               MOVE 'ERROR BOOKING APPOINTMENT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Cancelling is for a booking not yet due - on the day itself
      * the customer either came or did not.
       CANCEL-APPOINTMENT.
           IF HV-APPT-ID = SPACES
               MOVE 'APPOINTMENT ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-BOOKED-APPOINTMENT

               IF LK-RETURN-CODE = 00
                       AND HV-APPT-DATE NOT > HV-TODAY
                   MOVE 'APPOINTMENT IS DUE - RECORD ATTEND OR NOSHOW'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE 'CANCELLED' TO WS-OUTCOME-WORD
                   PERFORM CLOSE-APPOINTMENT
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Attended or no-show is recorded on or after the day, never
      * ahead of it.
       RECORD-APPOINTMENT-KEPT.
           IF HV-APPT-ID = SPACES
               MOVE 'APPOINTMENT ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-BOOKED-APPOINTMENT

               IF LK-RETURN-CODE = 00
                       AND HV-APPT-DATE > HV-TODAY
                   MOVE 'APPOINTMENT IS NOT DUE YET' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   IF FUNC-ATTEND
                       MOVE 'ATTENDED' TO WS-OUTCOME-WORD
                   ELSE
                       MOVE 'NOSHOW' TO WS-OUTCOME-WORD
                   END-IF
                   PERFORM CLOSE-APPOINTMENT
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-BOOKED-APPOINTMENT.
           MOVE SPACES TO HV-APPT-STATUS HV-CUSTOMER-ID
                          HV-ADVISOR-ID HV-APPT-DATE

           EXEC SQL
               SELECT APPT_STATUS, CUSTOMER_ID, ADVISOR_ID,
                      CHAR(APPT_DATE, ISO)
               INTO :HV-APPT-STATUS, :HV-CUSTOMER-ID,
                    :HV-ADVISOR-ID, :HV-APPT-DATE
               FROM BRANCH_APPOINTMENTS
               WHERE APPT_ID = :HV-APPT-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'APPOINTMENT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING APPOINTMENT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-APPT-STATUS NOT = 'BOOKED'
               MOVE 'APPOINTMENT OUTCOME ALREADY RECORDED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * The outcome and its CUSTOMER_INTERACTIONS row go together or
      * not at all. A no-show's interaction belongs to the advisor
      * and carries a follow-up, so FOLLOWUP puts rebooking the
      * customer in the advisor's queue; the others are the
      * operator's own record of the visit.
       CLOSE-APPOINTMENT.
           EXEC SQL
               UPDATE BRANCH_APPOINTMENTS
               SET APPT_STATUS = :WS-OUTCOME-WORD,
                   OUTCOME_NOTE = :HV-OUTCOME-NOTE,
                   OUTCOME_BY = :LK-EMPLOYEE-ID,
                   OUTCOME_AT = :HV-TIMESTAMP
               WHERE APPT_ID = :HV-APPT-ID
                 AND APPT_STATUS = 'BOOKED'
           END-EXEC

           IF SQLCODE = 100
               MOVE 'APPOINTMENT CHANGED BY ANOTHER USER, RETRY'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING APPOINTMENT OUTCOME'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               PERFORM WRITE-APPOINTMENT-INTERACTION
           END-IF
           END-IF.

       WRITE-APPOINTMENT-INTERACTION.
           IF FUNC-NOSHOW
               MOVE HV-ADVISOR-ID TO HV-INTERACTION-OWNER
               MOVE 'Y' TO HV-FOLLOWUP-FLAG
           ELSE
               MOVE LK-EMPLOYEE-ID TO HV-INTERACTION-OWNER
               MOVE 'N' TO HV-FOLLOWUP-FLAG
           END-IF

           MOVE SPACES TO HV-INTERACTION-NOTES
           STRING 'APPOINTMENT ' HV-APPT-ID ' ON ' HV-APPT-DATE
                  ' ' WS-OUTCOME-WORD ' - ' HV-OUTCOME-NOTE
               DELIMITED BY SIZE INTO HV-INTERACTION-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-INTERACTION-OWNER,
                    'APPOINTMENT', :HV-INTERACTION-NOTES,
                    :HV-TIMESTAMP, :HV-FOLLOWUP-FLAG,
                    CASE WHEN :HV-FOLLOWUP-FLAG = 'Y'
                         THEN TIMESTAMP(:HV-TIMESTAMP) END)
           END-EXEC

           IF SQLCODE = 0
               MOVE SPACES TO WS-RESPONSE
               STRING 'APPOINTMENT RECORDED AS ' WS-OUTCOME-WORD
                   DELIMITED BY SIZE INTO WS-RESPONSE
               END-STRING
           ELSE
               MOVE 'ERROR LOGGING APPOINTMENT, BACKED OUT'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * A customer ID lists that customer's bookings from today on;
      * otherwise the advisor's day - the advisor given, or the
      * caller - for the date given, or today.
       LIST-APPOINTMENTS.
           MOVE ZERO TO LK-APPT-COUNT

           IF HV-CUSTOMER-ID = SPACES AND HV-ADVISOR-ID = SPACES
               MOVE LK-EMPLOYEE-ID TO HV-ADVISOR-ID
           END-IF
           IF HV-APPT-DATE = SPACES
               MOVE HV-TODAY TO HV-APPT-DATE
           END-IF

           EXEC SQL
               DECLARE APPTL_CUR CURSOR FOR
               SELECT APPT_ID, CUSTOMER_ID, ADVISOR_ID, BRANCH_ID,
                      CHAR(APPT_DATE, ISO),
                      SUBSTR(CHAR(START_TIME, ISO), 1, 5),
                      SUBSTR(CHAR(END_TIME, ISO), 1, 5),
                      APPT_STATUS, COALESCE(PURPOSE, ' ')
               FROM BRANCH_APPOINTMENTS
               WHERE (:HV-CUSTOMER-ID NOT = ' '
                      AND CUSTOMER_ID = :HV-CUSTOMER-ID
                      AND APPT_DATE >= :HV-TODAY)
                  OR (:HV-CUSTOMER-ID = ' '
                      AND ADVISOR_ID = :HV-ADVISOR-ID
                      AND APPT_DATE = :HV-APPT-DATE)
               ORDER BY APPT_DATE, START_TIME
           END-EXEC

           EXEC SQL OPEN APPTL_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH APPTL_CUR INTO
                       :HV-APPT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-ADVISOR-ID,
                       :HV-BRANCH-ID,
                       :HV-RES-DATE,
                       :HV-RES-START,
                       :HV-RES-END,
                       :HV-APPT-STATUS,
                       :HV-PURPOSE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-APPT-ID     TO LK-RES-APPT-ID(WS-IDX)
                   MOVE HV-CUSTOMER-ID TO LK-RES-CUSTOMER-ID(WS-IDX)
                   MOVE HV-ADVISOR-ID  TO LK-RES-ADVISOR-ID(WS-IDX)
                   MOVE HV-BRANCH-ID   TO LK-RES-BRANCH-ID(WS-IDX)
                   MOVE HV-RES-DATE    TO LK-RES-APPT-DATE(WS-IDX)
                   MOVE HV-RES-START   TO LK-RES-START-TIME(WS-IDX)
                   MOVE HV-RES-END     TO LK-RES-END-TIME(WS-IDX)
                   MOVE HV-APPT-STATUS TO LK-RES-STATUS(WS-IDX)
                   MOVE HV-PURPOSE     TO LK-RES-PURPOSE(WS-IDX)
                   ADD 1 TO LK-APPT-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE APPTL_CUR END-EXEC

           IF LK-APPT-COUNT = ZERO
               MOVE 'NO APPOINTMENTS ON FILE' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'APPOINTMENTS RETRIEVED' TO WS-RESPONSE
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-CUSTOMER-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF.

       CALL-IDNUMBER.
           IF NUMBERS-ARE-VALID
               MOVE 00 TO WS-IDN-RETURN-CODE
               CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

               IF WS-IDN-RETURN-CODE NOT = 00
                   MOVE 'N' TO WS-NUMBERS-VALID
                   MOVE 08 TO LK-RETURN-CODE
                   IF WS-IDN-FUNCTION = 'CHKCUST '
                       MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF.

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP

           EVALUATE TRUE
               WHEN AUTH-DENIED
                   MOVE 'DENIED' TO WS-SEC-OUTCOME
               WHEN RC-SUCCESS
                   MOVE 'SUCCESS' TO WS-SEC-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE' TO WS-SEC-OUTCOME
           END-EVALUATE

           EXEC SQL
               INSERT INTO SECURITY_AUDIT_LOG
                   (EMPLOYEE_ID, FUNCTION_CODE, PRIMARY_KEY, OUTCOME,
                    LOGGED_AT)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-APPT-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
