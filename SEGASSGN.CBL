       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-OLD-SEGMENT        PIC X(20).
       01  HV-NEW-SEGMENT        PIC X(20).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-RM-REQUIRED        PIC X(01).
       01  HV-TICKLER-OWNER      PIC X(08).
       01  HV-NOTES              PIC X(250).
       01  HV-TOTAL-BALANCE      PIC S9(11)V99 COMP-3.
       01  HV-RULE-COUNT         PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       01  WS-MIGRATED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-NO-RULE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PICKUP-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-RULES-OK           PIC X VALUE 'Y'.
           88  RULES-OK              VALUE 'Y'.
      * Each customer's rule lookup, migration and tickler are their
      * own SQL inside the fetch loop, so the loop cannot test raw
      * SQLCODE - a customer no rule matches would end the run.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

       PROCEDURE DIVISION.

      * (highest MIN_TOTAL_BALANCE at or under the customer's total
      * wins) so operations maintain the rules, not the code.
      * Migrations are recorded on CUSTOMER_AUDIT with the old and
      * new values so the drift is visible, and each one raises a
      * tickler so someone picks the customer up (see
      * RAISE-RM-PICKUP-TICKLER).
       MAIN-LOGIC.
           DISPLAY "STARTING SEGMENT AUTO-ASSIGNMENT"

           DISPLAY "CUSTOMERS EXAMINED : " WS-EXAMINED-COUNT
           DISPLAY "SEGMENTS MIGRATED  : " WS-MIGRATED-COUNT
           DISPLAY "NO MATCHING RULE   : " WS-NO-RULE-COUNT
           DISPLAY "RM TICKLERS RAISED : " WS-PICKUP-COUNT
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           MOVE WS-EXAMINED-COUNT TO HV-RUN-COUNT
           EXEC SQL
               DECLARE SEG_CUST_CUR CURSOR WITH HOLD FOR
               SELECT C.CUSTOMER_ID, C.SEGMENT,
                      COALESCE(C.RM_EMPLOYEE_ID, ' '),
                      COALESCE(SUM(A.BALANCE), 0)
               FROM CUSTOMER_MASTER C
               LEFT OUTER JOIN ACCOUNTS A
                   AND A.ACCOUNT_STATUS NOT = 'CLOSED'
               WHERE C.RECORD_STATUS IS NULL
                  OR C.RECORD_STATUS NOT = 'CLOSED'
               GROUP BY C.CUSTOMER_ID, C.SEGMENT, C.RM_EMPLOYEE_ID
               ORDER BY C.CUSTOMER_ID
           END-EXEC

           EXEC SQL OPEN SEG_CUST_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH SEG_CUST_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-OLD-SEGMENT,
                       :HV-RM-EMPLOYEE-ID,
                       :HV-TOTAL-BALANCE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-EXAMINED-COUNT
                   PERFORM ASSIGN-ONE-SEGMENT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM


       ASSIGN-ONE-SEGMENT.
           MOVE SPACES TO HV-NEW-SEGMENT
           MOVE 'N' TO HV-RM-REQUIRED

           EXEC SQL
               SELECT SEGMENT_CODE, COALESCE(RM_REQUIRED, 'N')
               INTO :HV-NEW-SEGMENT, :HV-RM-REQUIRED
               FROM SEGMENT_RULES
               WHERE ACTIVE_FLAG = 'Y'
                 AND MIN_TOTAL_BALANCE <= :HV-TOTAL-BALANCE
                   DISPLAY "ERROR WRITING AUDIT ROW, SQLCODE: "
                       SQLCODE
               END-IF

               PERFORM RAISE-RM-PICKUP-TICKLER
           END-IF.

      * A segment move is a change in who should be looking after
      * the customer. A customer already in an RM's book lands on
      * that RM's FOLLOWUP list to review the relationship. One
      * moving into a segment whose SEGMENT_RULES row says
      * RM_REQUIRED, with no RM or an RM no longer active, lands on
      * the SEGASSGN tickler to be given one through RMASSGN - the
      * same morning list AGESWP's conversions use. Any other move
      * needs no one.
       RAISE-RM-PICKUP-TICKLER.
           MOVE SPACES TO HV-TICKLER-OWNER

           IF HV-RM-EMPLOYEE-ID NOT = SPACES
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-TICKLER-OWNER
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACES TO HV-TICKLER-OWNER
               END-IF
           END-IF

           MOVE SPACES TO HV-NOTES
           IF HV-TICKLER-OWNER NOT = SPACES
               STRING 'SEGMENT CHANGED ' HV-OLD-SEGMENT
                      ' TO ' HV-NEW-SEGMENT
                      ' - REVIEW RELATIONSHIP'
                   DELIMITED BY SIZE INTO HV-NOTES
               END-STRING
           ELSE IF HV-RM-REQUIRED = 'Y'
               MOVE 'SEGASSGN' TO HV-TICKLER-OWNER
               STRING 'NOW ' HV-NEW-SEGMENT
                      ' - ASSIGN A RELATIONSHIP MANAGER'
                   DELIMITED BY SIZE INTO HV-NOTES
               END-STRING
           END-IF
           END-IF

           IF HV-TICKLER-OWNER NOT = SPACES
               EXEC SQL
                   INSERT INTO CUSTOMER_INTERACTIONS
                       (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                        INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                        FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
                   VALUES
                       (:HV-CUSTOMER-ID, :HV-TICKLER-OWNER,
                        'SEGMENT CHANGE', :HV-NOTES, :HV-TIMESTAMP,
                        'Y', :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-PICKUP-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR RAISING RM TICKLER, CUSTOMER: "
                       HV-CUSTOMER-ID " SQLCODE: " SQLCODE
               END-IF
           END-IF.

      * Run-log row for the morning operations report: program,
