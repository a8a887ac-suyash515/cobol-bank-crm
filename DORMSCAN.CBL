       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DORMANT-MONTHS   PIC 9(03).
           05  PARM-LOST-CONTACT-MONTHS PIC 9(03).

       WORKING-STORAGE SECTION.

       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-DORMANT-MONTHS     PIC S9(9) COMP-5.
       01  HV-WARN-MONTHS        PIC S9(9) COMP-5.
       01  HV-LOST-CONTACT-MONTHS PIC S9(9) COMP-5.
       01  HV-WARN-CONTEXT       PIC X(100).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
      * the threshold the escheatment audits have asked against.
       01  WS-DORMANT-MONTHS     PIC 9(03) VALUE 24.

      * Returned mail still uncleared after this many months (second
      * DORMPRM field) is lost contact - the account goes dormant
      * however much automatic activity is still posting to it.
       01  WS-LOST-CONTACT-MONTHS PIC 9(03) VALUE 12.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           DISPLAY "STARTING DORMANT ACCOUNT SCAN"
           DISPLAY "INACTIVITY THRESHOLD (MONTHS): " WS-DORMANT-MONTHS
           DISPLAY "LOST CONTACT AFTER (MONTHS)  : "
               WS-LOST-CONTACT-MONTHS

           MOVE WS-DORMANT-MONTHS TO HV-DORMANT-MONTHS
           MOVE WS-LOST-CONTACT-MONTHS TO HV-LOST-CONTACT-MONTHS
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START

      * An OPEN account is dormant when no TRANSACTIONS row is newer
      * than the threshold - an account with no transactions at all
      * also qualifies, which is exactly the never-funded case the
      * escheatment audits care about. So is one whose customer has
      * had returned mail outstanding on the RETURNED_MAIL register
      * since before the lost-contact threshold.
           EXEC SQL
               DECLARE DORM_CUR CURSOR FOR
               SELECT ACCOUNT_ID, CUSTOMER_ID
               FROM ACCOUNTS A
               WHERE ACCOUNT_STATUS = 'OPEN'
                 AND (NOT EXISTS
                      (SELECT 1 FROM TRANSACTIONS T
                       WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                         AND T.TXN_DATE >=
                             CURRENT DATE - :HV-DORMANT-MONTHS MONTH)
                      OR EXISTS
                      (SELECT 1 FROM RETURNED_MAIL R
                       WHERE R.CUSTOMER_ID = A.CUSTOMER_ID
                         AND R.CLEARED_AT IS NULL
                         AND R.RETURNED_DATE <=
                             CURRENT DATE
                             - :HV-LOST-CONTACT-MONTHS MONTH))
               ORDER BY ACCOUNT_ID
           END-EXEC


           GOBACK.

      * DORMPRM holds the inactivity threshold in months, then the
      * lost-contact threshold - a missing or empty DORMPRM, or a
      * record without the second field, leaves the WORKING-STORAGE
      * defaults above in place.
       READ-DORMANT-PARMS.
           OPEN INPUT PARM-FILE

                           MOVE PARM-DORMANT-MONTHS TO
                               WS-DORMANT-MONTHS
                       END-IF
                       IF PARM-LOST-CONTACT-MONTHS NUMERIC
                          AND PARM-LOST-CONTACT-MONTHS NOT = ZERO
                           MOVE PARM-LOST-CONTACT-MONTHS TO
                               WS-LOST-CONTACT-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
