       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDNUMBER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-NEXT-NUMBER        PIC S9(18) COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Number layouts. A customer number is 'C', an eight-digit
      * sequence and a check digit - ten characters, the width of
      * CUSTOMER_ID. An account number is 'A', a ten-digit sequence
      * and a check digit - twelve, the width of ACCOUNT_ID. The
      * check digit is the Luhn (mod 10) digit of the sequence, which
      * catches any single mistyped digit and nearly every pair of
      * neighbours keyed the wrong way round.
       01  WS-CUSTOMER-NUMBER.
           05  WS-CUST-PREFIX    PIC X(01) VALUE 'C'.
           05  WS-CUST-SEQ       PIC 9(08).
           05  WS-CUST-CHECK     PIC 9(01).
       01  WS-ACCOUNT-NUMBER.
           05  WS-ACCT-PREFIX    PIC X(01) VALUE 'A'.
           05  WS-ACCT-SEQ       PIC 9(10).
           05  WS-ACCT-CHECK     PIC 9(01).

       01  WS-DIGITS             PIC X(10).
       01  WS-DIGIT-COUNT        PIC 9(02).
       01  WS-DIGIT              PIC 9(01).
       01  WS-WEIGHTED           PIC 9(02).
       01  WS-LUHN-SUM           PIC 9(04).
       01  WS-LUHN-QUOTIENT      PIC 9(04).
       01  WS-LUHN-REMAINDER     PIC 9(02).
       01  WS-DOUBLE-DIGIT       PIC X VALUE 'Y'.
           88  DOUBLE-THIS-DIGIT     VALUE 'Y'.
       01  WS-CHECK-DIGIT        PIC 9(01).
       01  WS-KEYED-CHECK        PIC 9(01).
       01  WS-IDX                PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-FUNCTION        PIC X(08).
               88  FUNC-NEXT-CUSTOMER VALUE 'NEXTCUST'.
               88  FUNC-NEXT-ACCOUNT  VALUE 'NEXTACCT'.
               88  FUNC-CHECK-CUSTOMER VALUE 'CHKCUST '.
               88  FUNC-CHECK-ACCOUNT VALUE 'CHKACCT '.
           05  LK-ID              PIC X(12).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The one place customer and account numbers are made and
      * proved.
      *   NEXTCUST - next customer number out in LK-ID, drawn from
      *              the CUSTOMER_NUMBER_CONTROL one-row counter the
      *              way COMPLMNT draws complaint numbers.
      *   NEXTACCT - the same for accounts, from
      *              ACCOUNT_NUMBER_CONTROL.
      *   CHKCUST  - number in LK-ID, RC 08 when it is in the
      *   CHKACCT    system's own layout but the check digit (or
      *              the shape) is wrong.
      * A number in any other layout predates system numbering and
      * is left for the caller's lookup to find or not - the old
      * branch-made numbers stay good for the accounts that have
      * them. Runs inside the caller's unit of work, so a number
      * drawn for a create that is then backed out goes back too.
       MAIN-LOGIC.
           MOVE 00 TO LK-RETURN-CODE

           EVALUATE TRUE
               WHEN FUNC-NEXT-CUSTOMER
                   PERFORM ASSIGN-CUSTOMER-NUMBER
               WHEN FUNC-NEXT-ACCOUNT
                   PERFORM ASSIGN-ACCOUNT-NUMBER
               WHEN FUNC-CHECK-CUSTOMER
                   PERFORM CHECK-CUSTOMER-NUMBER
               WHEN FUNC-CHECK-ACCOUNT
                   PERFORM CHECK-ACCOUNT-NUMBER
               WHEN OTHER
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE

           GOBACK.

       ASSIGN-CUSTOMER-NUMBER.
           MOVE SPACES TO LK-ID

           EXEC SQL
               UPDATE CUSTOMER_NUMBER_CONTROL
               SET LAST_CUSTOMER_NUMBER = LAST_CUSTOMER_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_CUSTOMER_NUMBER INTO :HV-NEXT-NUMBER
                   FROM CUSTOMER_NUMBER_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'IDNUMBER: ERROR ASSIGNING CUSTOMER NUMBER, '
                   'SQLCODE: ' SQLCODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               MOVE HV-NEXT-NUMBER TO WS-CUST-SEQ
               MOVE WS-CUST-SEQ TO WS-DIGITS
               MOVE 8 TO WS-DIGIT-COUNT
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-CHECK-DIGIT TO WS-CUST-CHECK
               MOVE WS-CUSTOMER-NUMBER TO LK-ID
           END-IF.

       ASSIGN-ACCOUNT-NUMBER.
           MOVE SPACES TO LK-ID

           EXEC SQL
               UPDATE ACCOUNT_NUMBER_CONTROL
               SET LAST_ACCOUNT_NUMBER = LAST_ACCOUNT_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_ACCOUNT_NUMBER INTO :HV-NEXT-NUMBER
                   FROM ACCOUNT_NUMBER_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY 'IDNUMBER: ERROR ASSIGNING ACCOUNT NUMBER, '
                   'SQLCODE: ' SQLCODE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               MOVE HV-NEXT-NUMBER TO WS-ACCT-SEQ
               MOVE WS-ACCT-SEQ TO WS-DIGITS
               MOVE 10 TO WS-DIGIT-COUNT
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-CHECK-DIGIT TO WS-ACCT-CHECK
               MOVE WS-ACCOUNT-NUMBER TO LK-ID
           END-IF.

      * 'C' followed by a digit is the system layout and must be
      * whole and check out; anything else is an older number.
       CHECK-CUSTOMER-NUMBER.
           IF LK-ID(1:1) = 'C' AND LK-ID(2:1) NUMERIC
               IF LK-ID(2:9) NOT NUMERIC
                       OR LK-ID(11:2) NOT = SPACES
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   MOVE LK-ID(2:8) TO WS-DIGITS
                   MOVE 8 TO WS-DIGIT-COUNT
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE LK-ID(10:1) TO WS-KEYED-CHECK
                   IF WS-KEYED-CHECK NOT = WS-CHECK-DIGIT
                       MOVE 08 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       CHECK-ACCOUNT-NUMBER.
           IF LK-ID(1:1) = 'A' AND LK-ID(2:1) NUMERIC
               IF LK-ID(2:11) NOT NUMERIC
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   MOVE LK-ID(2:10) TO WS-DIGITS
                   MOVE 10 TO WS-DIGIT-COUNT
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE LK-ID(12:1) TO WS-KEYED-CHECK
                   IF WS-KEYED-CHECK NOT = WS-CHECK-DIGIT
                       MOVE 08 TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * Luhn over the first WS-DIGIT-COUNT digits of WS-DIGITS:
      * working right to left, every other digit starting with the
      * rightmost is doubled (less 9 when that passes 9); the check
      * digit brings the total up to a multiple of ten.
       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM
           MOVE 'Y' TO WS-DOUBLE-DIGIT

           PERFORM VARYING WS-IDX FROM WS-DIGIT-COUNT BY -1
                   UNTIL WS-IDX < 1
               MOVE WS-DIGITS(WS-IDX:1) TO WS-DIGIT
               IF DOUBLE-THIS-DIGIT
                   COMPUTE WS-WEIGHTED = WS-DIGIT * 2
                   IF WS-WEIGHTED > 9
                       SUBTRACT 9 FROM WS-WEIGHTED
                   END-IF
                   MOVE 'N' TO WS-DOUBLE-DIGIT
               ELSE
                   MOVE WS-DIGIT TO WS-WEIGHTED
                   MOVE 'Y' TO WS-DOUBLE-DIGIT
               END-IF
               ADD WS-WEIGHTED TO WS-LUHN-SUM
           END-PERFORM

           DIVIDE WS-LUHN-SUM BY 10 GIVING WS-LUHN-QUOTIENT
               REMAINDER WS-LUHN-REMAINDER

           IF WS-LUHN-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
           END-IF.
