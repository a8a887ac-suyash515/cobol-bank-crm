       01  HV-SEGMENT            PIC X(20).
       01  HV-RISK-FLAG          PIC X(20).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-RM-NAME            PIC X(50).
       01  HV-RM-ACTIVE          PIC X(01).

       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BEN-NAME           PIC X(50).
       01  HV-BEN-RELATIONSHIP   PIC X(20).
       01  HV-SHARE-PCT          PIC S9(4) COMP-5.

       01  HV-LOAN-ID            PIC X(12).
       01  HV-PRINCIPAL-BALANCE  PIC S9(9)V99 COMP-3.
       01  HV-NEXT-DUE-DATE      PIC X(10).
       01  HV-INSTALLMENT        PIC S9(9)V99 COMP-3.
       01  HV-LOAN-STATUS        PIC X(10).

       01  HV-CARD-ID            PIC X(10).
       01  HV-CARD-LAST4         PIC X(04).
       01  HV-CARD-STATUS        PIC X(10).
       01  HV-CARD-EXPIRY        PIC X(10).

       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-LEGAL-NAME         PIC X(100).
       01  HV-EIN                PIC X(10).
       01  HV-ENTITY-TYPE        PIC X(10).
       01  HV-OWN-PARTY-ID       PIC X(10).
       01  HV-OWN-NAME           PIC X(50).
       01  HV-OWN-ROLE           PIC X(08).
       01  HV-OWN-PCT            PIC S9(3)V99 COMP-3.
       01  HV-OWN-SCREEN-RESULT  PIC X(20).

       01  HV-SH-REASON-CODE     PIC X(10).
       01  HV-SH-NOTES           PIC X(100).
       01  HV-SH-REVIEW-DATE     PIC X(10).
       01  HV-APPT-ID            PIC X(10).
       01  HV-APPT-DATE          PIC X(10).
       01  HV-APPT-START-TIME    PIC X(05).
       01  HV-APPT-BRANCH-ID     PIC X(06).
       01  HV-APPT-ADVISOR-ID    PIC X(08).
       01  HV-APPT-PURPOSE       PIC X(100).
       01  HV-BOX-BRANCH-ID      PIC X(06).
       01  HV-BOX-NUMBER         PIC X(06).
       01  HV-BOX-SIZE           PIC X(06).
       01  HV-BOX-RENTER-ROLE    PIC X(10).
       01  HV-BOX-RENTAL-STATUS  PIC X(10).
       01  HV-BOX-NEXT-BILL-DATE PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
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
           05  LK-CUSTOMER-ID     PIC X(10).
               10  LK-BEN-NAME        PIC X(50).
               10  LK-BEN-RELATIONSHIP PIC X(20).
               10  LK-BEN-SHARE-PCT   PIC 9(03).
           05  LK-LOAN-COUNT      PIC 9(02).
           05  LK-LOAN-RESULTS OCCURS 5 TIMES.
               10  LK-LOAN-ID          PIC X(12).
               10  LK-LOAN-PRINCIPAL-BAL PIC S9(9)V99.
               10  LK-LOAN-NEXT-DUE    PIC X(10).
               10  LK-LOAN-INSTALLMENT PIC S9(9)V99.
               10  LK-LOAN-STATUS      PIC X(10).
           05  LK-CARD-COUNT      PIC 9(02).
           05  LK-CARD-RESULTS OCCURS 5 TIMES.
               10  LK-CARD-ID          PIC X(10).
               10  LK-CARD-ACCOUNT-ID  PIC X(12).
               10  LK-CARD-LAST4       PIC X(04).
               10  LK-CARD-STATUS      PIC X(10).
               10  LK-CARD-EXPIRY      PIC X(10).
           05  LK-RM-EMPLOYEE-ID  PIC X(08).
           05  LK-RM-NAME         PIC X(50).
           05  LK-RM-ACTIVE       PIC X(01).
           05  LK-CUSTOMER-TYPE   PIC X(10).
           05  LK-LEGAL-NAME      PIC X(100).
           05  LK-EIN             PIC X(10).
           05  LK-ENTITY-TYPE     PIC X(10).
           05  LK-OWN-COUNT       PIC 9(02).
           05  LK-OWN-RESULTS OCCURS 10 TIMES.
               10  LK-OWN-PARTY-ID     PIC X(10).
               10  LK-OWN-NAME         PIC X(50).
               10  LK-OWN-ROLE         PIC X(08).
               10  LK-OWN-PCT          PIC 9(03)V99.
               10  LK-OWN-SCREEN-RESULT PIC X(20).
           05  LK-SH-COUNT        PIC 9(02).
           05  LK-SH-RESULTS OCCURS 5 TIMES.
               10  LK-SH-REASON-CODE   PIC X(10).
               10  LK-SH-NOTES         PIC X(100).
               10  LK-SH-REVIEW-DATE   PIC X(10).
           05  LK-APPT-COUNT      PIC 9(02).
           05  LK-APPT-RESULTS OCCURS 5 TIMES.
               10  LK-APPT-ID          PIC X(10).
               10  LK-APPT-DATE        PIC X(10).
               10  LK-APPT-START-TIME  PIC X(05).
               10  LK-APPT-BRANCH-ID   PIC X(06).
               10  LK-APPT-ADVISOR-ID  PIC X(08).
               10  LK-APPT-PURPOSE     PIC X(100).
           05  LK-BOX-COUNT       PIC 9(02).
           05  LK-BOX-RESULTS OCCURS 5 TIMES.
               10  LK-BOX-BRANCH-ID    PIC X(06).
               10  LK-BOX-NUMBER       PIC X(06).
               10  LK-BOX-SIZE         PIC X(06).
               10  LK-BOX-RENTER-ROLE  PIC X(10).
               10  LK-BOX-RENTAL-STATUS PIC X(10).
               10  LK-BOX-NEXT-BILL    PIC X(10).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
           MOVE 00 TO LK-RETURN-CODE
           MOVE ZERO TO LK-ACCT-COUNT LK-INT-COUNT
                        LK-CMP-COUNT LK-REL-COUNT LK-BEN-COUNT
                        LK-LOAN-COUNT LK-CARD-COUNT LK-OWN-COUNT
                        LK-SH-COUNT LK-APPT-COUNT LK-BOX-COUNT

           PERFORM VALIDATE-EMPLOYEE-ID

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF
               PERFORM LIST-OPEN-COMPLAINTS
               PERFORM LIST-RELATIONSHIPS
               PERFORM LIST-BENEFICIARIES
               PERFORM LIST-LOANS
               PERFORM LIST-CARDS
               PERFORM LIST-OWNERSHIP
               PERFORM LIST-SPECIAL-HANDLING
               PERFORM LIST-UPCOMING-APPOINTMENTS
               PERFORM LIST-BOX-RENTALS
               IF LK-SH-COUNT > ZERO
                   MOVE 'CUSTOMER 360 VIEW RETRIEVED - SPECIAL HANDLING'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'CUSTOMER 360 VIEW RETRIEVED' TO WS-RESPONSE
               END-IF
           END-IF

           PERFORM WRITE-SECURITY-AUDIT
               MOVE 08 TO LK-RETURN-CODE
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

               SELECT NAME, ADDRESS, ADDR_STREET, ADDR_CITY,
                      ADDR_STATE, ADDR_POSTAL_CODE,
                      PHONE, EMAIL, SEGMENT, RISK_FLAG,
                      RECORD_STATUS, COALESCE(RM_EMPLOYEE_ID, ' '),
                      COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                      COALESCE(LEGAL_NAME, ' '), COALESCE(EIN, ' '),
                      COALESCE(ENTITY_TYPE, ' ')
               INTO :HV-NAME, :HV-ADDRESS, :HV-ADDR-STREET,
                    :HV-ADDR-CITY, :HV-ADDR-STATE,
                    :HV-ADDR-POSTAL-CODE, :HV-PHONE, :HV-EMAIL,
                    :HV-SEGMENT, :HV-RISK-FLAG, :HV-RECORD-STATUS,
                    :HV-RM-EMPLOYEE-ID, :HV-CUSTOMER-TYPE,
                    :HV-LEGAL-NAME, :HV-EIN, :HV-ENTITY-TYPE
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC
               MOVE HV-SEGMENT       TO LK-SEGMENT
               MOVE HV-RISK-FLAG     TO LK-RISK-FLAG
               MOVE HV-RECORD-STATUS TO LK-RECORD-STATUS
               MOVE HV-CUSTOMER-TYPE TO LK-CUSTOMER-TYPE
               MOVE HV-LEGAL-NAME    TO LK-LEGAL-NAME
               MOVE HV-EIN           TO LK-EIN
               MOVE HV-ENTITY-TYPE   TO LK-ENTITY-TYPE
               PERFORM READ-RELATIONSHIP-MANAGER
           ELSE
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           END-IF.

      * Who to escalate to: the customer's relationship manager from
      * the RMASSGN register, with the name from EMPLOYEE_MASTER. An
      * RM who has since been deactivated is still shown, flagged
      * inactive, so the rep knows to go to the branch instead - the
      * customer is on RMBOOK's unassigned list until someone picks
      * the book up.
       READ-RELATIONSHIP-MANAGER.
           MOVE SPACES TO HV-RM-NAME
           MOVE 'N' TO HV-RM-ACTIVE

           IF HV-RM-EMPLOYEE-ID NOT = SPACES
               EXEC SQL
                   SELECT NAME, ACTIVE_FLAG
                   INTO :HV-RM-NAME, :HV-RM-ACTIVE
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE SPACES TO HV-RM-NAME
                   MOVE 'N' TO HV-RM-ACTIVE
               END-IF
           END-IF

           MOVE HV-RM-EMPLOYEE-ID TO LK-RM-EMPLOYEE-ID
           MOVE HV-RM-NAME        TO LK-RM-NAME
           MOVE HV-RM-ACTIVE      TO LK-RM-ACTIVE.

      * Both figures per account: the stored ledger BALANCE and the
      * available balance net of active ACCOUNT_HOLDS rows, derived
      * in the cursor itself so the fetch loop stays free of inner
           END-PERFORM

           EXEC SQL CLOSE C360_BEN_CUR END-EXEC.

      * Loan lines alongside the deposit accounts: every installment
      * loan LOANSRV booked for this customer that is not yet paid
      * off, with what is left to repay and when the next payment
      * falls due - a PASTDUE status is what the rep needs to see
      * before anything else.
       LIST-LOANS.
           EXEC SQL
               DECLARE C360_LOAN_CUR CURSOR FOR
               SELECT LOAN_ID, PRINCIPAL_BALANCE,
                      NEXT_DUE_DATE,
                      INSTALLMENT_AMOUNT, LOAN_STATUS
               FROM LOAN_ACCOUNTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND LOAN_STATUS NOT = 'PAIDOFF'
               ORDER BY NEXT_DUE_DATE
           END-EXEC

           EXEC SQL OPEN C360_LOAN_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH C360_LOAN_CUR INTO
                       :HV-LOAN-ID,
                       :HV-PRINCIPAL-BALANCE,
                       :HV-NEXT-DUE-DATE,
                       :HV-INSTALLMENT,
                       :HV-LOAN-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-LOAN-ID TO LK-LOAN-ID(WS-IDX)
                   MOVE HV-PRINCIPAL-BALANCE
                       TO LK-LOAN-PRINCIPAL-BAL(WS-IDX)
                   MOVE HV-NEXT-DUE-DATE TO LK-LOAN-NEXT-DUE(WS-IDX)
                   MOVE HV-INSTALLMENT TO LK-LOAN-INSTALLMENT(WS-IDX)
                   MOVE HV-LOAN-STATUS TO LK-LOAN-STATUS(WS-IDX)
                   ADD 1 TO LK-LOAN-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_LOAN_CUR END-EXEC.

      * Card lines: every debit card CARDMSTR holds for this customer
      * as cardholder, so a rep taking a lost-card call sees which
      * card is which and whether it is already blocked. A card that
      * has been replaced drops off in favour of its replacement.
       LIST-CARDS.
           EXEC SQL
               DECLARE C360_CARD_CUR CURSOR FOR
               SELECT CARD_ID, ACCOUNT_ID, CARD_LAST4, CARD_STATUS,
                      EXPIRY_DATE
               FROM DEBIT_CARDS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND REPLACED_BY_CARD_ID IS NULL
               ORDER BY ISSUED_AT DESC
           END-EXEC

           EXEC SQL OPEN C360_CARD_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH C360_CARD_CUR INTO
                       :HV-CARD-ID,
                       :HV-ACCOUNT-ID,
                       :HV-CARD-LAST4,
                       :HV-CARD-STATUS,
                       :HV-CARD-EXPIRY
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-CARD-ID     TO LK-CARD-ID(WS-IDX)
                   MOVE HV-ACCOUNT-ID  TO LK-CARD-ACCOUNT-ID(WS-IDX)
                   MOVE HV-CARD-LAST4  TO LK-CARD-LAST4(WS-IDX)
                   MOVE HV-CARD-STATUS TO LK-CARD-STATUS(WS-IDX)
                   MOVE HV-CARD-EXPIRY TO LK-CARD-EXPIRY(WS-IDX)
                   ADD 1 TO LK-CARD-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_CARD_CUR END-EXEC.

      * Ownership lines, read from the BENOWNR register both ways
      * round: for a business, the people who own or control it with
      * their share and last watchlist result (party id is their own
      * customer id where they bank with us); for an individual, the
      * businesses they are registered against (party id is the
      * business).
       LIST-OWNERSHIP.
           IF HV-CUSTOMER-TYPE = 'BUSINESS'
               PERFORM LIST-BUSINESS-OWNERS
           ELSE
               PERFORM LIST-OWNED-BUSINESSES
           END-IF.

       LIST-BUSINESS-OWNERS.
           EXEC SQL
               DECLARE C360_OWNER_CUR CURSOR FOR
               SELECT COALESCE(OWNER_CUSTOMER_ID, ' '), OWNER_NAME,
                      OWNER_ROLE, OWNERSHIP_PCT,
                      COALESCE(SCREEN_RESULT, ' ')
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-CUSTOMER-ID
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY OWNERSHIP_PCT DESC, OWNER_SEQ
           END-EXEC

           EXEC SQL OPEN C360_OWNER_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH C360_OWNER_CUR INTO
                       :HV-OWN-PARTY-ID,
                       :HV-OWN-NAME,
                       :HV-OWN-ROLE,
                       :HV-OWN-PCT,
                       :HV-OWN-SCREEN-RESULT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM MOVE-OWNERSHIP-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_OWNER_CUR END-EXEC.

       LIST-OWNED-BUSINESSES.
           EXEC SQL
               DECLARE C360_OWNED_CUR CURSOR FOR
               SELECT B.BUSINESS_ID, C.NAME, B.OWNER_ROLE,
                      B.OWNERSHIP_PCT, COALESCE(B.SCREEN_RESULT, ' ')
               FROM BENEFICIAL_OWNERS B, CUSTOMER_MASTER C
               WHERE B.OWNER_CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND B.ACTIVE_FLAG = 'Y'
                 AND C.CUSTOMER_ID = B.BUSINESS_ID
               ORDER BY B.OWNERSHIP_PCT DESC, B.BUSINESS_ID
           END-EXEC

           EXEC SQL OPEN C360_OWNED_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH C360_OWNED_CUR INTO
                       :HV-OWN-PARTY-ID,
                       :HV-OWN-NAME,
                       :HV-OWN-ROLE,
                       :HV-OWN-PCT,
                       :HV-OWN-SCREEN-RESULT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM MOVE-OWNERSHIP-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_OWNED_CUR END-EXEC.

       MOVE-OWNERSHIP-LINE.
           MOVE HV-OWN-PARTY-ID      TO LK-OWN-PARTY-ID(WS-IDX)
           MOVE HV-OWN-NAME          TO LK-OWN-NAME(WS-IDX)
           MOVE HV-OWN-ROLE          TO LK-OWN-ROLE(WS-IDX)
           MOVE HV-OWN-PCT           TO LK-OWN-PCT(WS-IDX)
           MOVE HV-OWN-SCREEN-RESULT TO LK-OWN-SCREEN-RESULT(WS-IDX)
           ADD 1 TO LK-OWN-COUNT
           ADD 1 TO WS-IDX.

      * Special-handling warning: every ACTIVE flag on SPECHNDL's
      * register with what the customer needs and when it is next
      * reviewed, so the rep sees it before anything else on screen.
       LIST-SPECIAL-HANDLING.
           EXEC SQL
               DECLARE C360_SH_CUR CURSOR FOR
               SELECT REASON_CODE, HANDLING_NOTES, CHAR(REVIEW_DATE)
               FROM SPECIAL_HANDLING
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND FLAG_STATUS = 'ACTIVE'
               ORDER BY FLAG_SEQ DESC
           END-EXEC

           EXEC SQL OPEN C360_SH_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH C360_SH_CUR INTO
                       :HV-SH-REASON-CODE,
                       :HV-SH-NOTES,
                       :HV-SH-REVIEW-DATE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-SH-REASON-CODE TO LK-SH-REASON-CODE(WS-IDX)
                   MOVE HV-SH-NOTES       TO LK-SH-NOTES(WS-IDX)
                   MOVE HV-SH-REVIEW-DATE TO LK-SH-REVIEW-DATE(WS-IDX)
                   ADD 1 TO LK-SH-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_SH_CUR END-EXEC.

      * Branch appointments still to come (APPTBOOK), soonest first,
      * so a rep on the phone knows the customer is already due in
      * and with whom before booking them in again.
       LIST-UPCOMING-APPOINTMENTS.
           EXEC SQL
               DECLARE C360_APPT_CUR CURSOR FOR
               SELECT APPT_ID, CHAR(APPT_DATE, ISO),
                      SUBSTR(CHAR(START_TIME, ISO), 1, 5),
                      BRANCH_ID, ADVISOR_ID, COALESCE(PURPOSE, ' ')
               FROM BRANCH_APPOINTMENTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND APPT_STATUS = 'BOOKED'
                 AND APPT_DATE >= CURRENT DATE
               ORDER BY APPT_DATE, START_TIME
           END-EXEC

           EXEC SQL OPEN C360_APPT_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH C360_APPT_CUR INTO
                       :HV-APPT-ID,
                       :HV-APPT-DATE,
                       :HV-APPT-START-TIME,
                       :HV-APPT-BRANCH-ID,
                       :HV-APPT-ADVISOR-ID,
                       :HV-APPT-PURPOSE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-APPT-ID         TO LK-APPT-ID(WS-IDX)
                   MOVE HV-APPT-DATE       TO LK-APPT-DATE(WS-IDX)
                   MOVE HV-APPT-START-TIME TO LK-APPT-START-TIME(WS-IDX)
                   MOVE HV-APPT-BRANCH-ID  TO LK-APPT-BRANCH-ID(WS-IDX)
                   MOVE HV-APPT-ADVISOR-ID TO LK-APPT-ADVISOR-ID(WS-IDX)
                   MOVE HV-APPT-PURPOSE    TO LK-APPT-PURPOSE(WS-IDX)
                   ADD 1 TO LK-APPT-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_APPT_CUR END-EXEC.

      * Safe-deposit boxes the customer currently rents or has
      * access to (SDBOXMGT), with their role on the box and the
      * rental's billing state - a PASTDUE rental means the vault is
      * closed to them until the rent is paid.
       LIST-BOX-RENTALS.
           EXEC SQL
               DECLARE C360_BOX_CUR CURSOR FOR
               SELECT N.BRANCH_ID, N.BOX_NUMBER, B.BOX_SIZE,
                      N.RENTER_ROLE, R.RENTAL_STATUS,
                      CHAR(R.NEXT_BILL_DATE, ISO)
               FROM SDB_RENTERS N, SDB_RENTALS R, SDB_BOXES B
               WHERE N.CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND N.REMOVED_AT IS NULL
                 AND R.BRANCH_ID = N.BRANCH_ID
                 AND R.BOX_NUMBER = N.BOX_NUMBER
                 AND R.RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
                 AND B.BRANCH_ID = N.BRANCH_ID
                 AND B.BOX_NUMBER = N.BOX_NUMBER
               ORDER BY N.BRANCH_ID, N.BOX_NUMBER
           END-EXEC

           EXEC SQL OPEN C360_BOX_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH C360_BOX_CUR INTO
                       :HV-BOX-BRANCH-ID,
                       :HV-BOX-NUMBER,
                       :HV-BOX-SIZE,
                       :HV-BOX-RENTER-ROLE,
                       :HV-BOX-RENTAL-STATUS,
                       :HV-BOX-NEXT-BILL-DATE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-BOX-BRANCH-ID TO LK-BOX-BRANCH-ID(WS-IDX)
                   MOVE HV-BOX-NUMBER    TO LK-BOX-NUMBER(WS-IDX)
                   MOVE HV-BOX-SIZE      TO LK-BOX-SIZE(WS-IDX)
                   MOVE HV-BOX-RENTER-ROLE
                       TO LK-BOX-RENTER-ROLE(WS-IDX)
                   MOVE HV-BOX-RENTAL-STATUS
                       TO LK-BOX-RENTAL-STATUS(WS-IDX)
                   MOVE HV-BOX-NEXT-BILL-DATE
                       TO LK-BOX-NEXT-BILL(WS-IDX)
                   ADD 1 TO LK-BOX-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE C360_BOX_CUR END-EXEC.
