       01  HV-PERIOD-FROM        PIC X(10).
       01  HV-PERIOD-TO          PIC X(10).
       01  HV-GENERATED-AT       PIC X(26).
       01  HV-LOCATION           PIC X(08).
       01  HV-SUMMARY-YEAR       PIC S9(4) COMP-5.
       01  HV-OPENING-BALANCE    PIC S9(9)V99 COMP-3.
       01  HV-CLOSING-BALANCE    PIC S9(9)V99 COMP-3.
       01  HV-INTEREST-EARNED    PIC S9(9)V99 COMP-3.
       01  HV-OD-INTEREST        PIC S9(9)V99 COMP-3.
       01  HV-OD-CHARGES         PIC S9(9)V99 COMP-3.
       01  HV-TOTAL-FEES         PIC S9(9)V99 COMP-3.
       01  HV-FEE-CODE           PIC X(10).
       01  HV-FEE-TOTAL          PIC S9(9)V99 COMP-3.
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
      * the archive fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-ARCH-FETCH-DONE    PIC X VALUE 'N'.
           88  ARCH-FETCH-DONE       VALUE 'Y'.
       01  WS-FEE-FETCH-DONE     PIC X VALUE 'N'.
           88  FEE-FETCH-DONE        VALUE 'Y'.
       01  WS-SUMMARY-YEAR       PIC 9(04).

      * Reprint target is read from STMTRPRM. These defaults apply
      * only when STMTRPRM is missing or empty.

      * The archive index, not ACCOUNTS, drives the account list -
      * the reprint covers exactly what the original statement
      * covered, even for accounts closed since. The location says
      * what was produced: ANNSUMM's year-end summaries are indexed
      * under ANSUMOUT and reprint from the year's stored figures.
       REPRINT-ARCHIVED-ACCOUNTS.
           EXEC SQL
               DECLARE RPR_ARCH_CUR CURSOR FOR
               SELECT DISTINCT SA.ACCOUNT_ID,
                      COALESCE(A.ACCOUNT_TYPE, ' '),
                      COALESCE(A.BALANCE, 0), SA.LOCATION
               FROM STATEMENT_ARCHIVE SA
               LEFT OUTER JOIN ACCOUNTS A
                    ON A.ACCOUNT_ID = SA.ACCOUNT_ID
                   FETCH RPR_ARCH_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-BALANCE,
                       :HV-LOCATION
               END-EXEC

               IF SQLCODE = 0
           END-STRING
           WRITE STATEMENT-LINE

           IF HV-LOCATION = 'ANSUMOUT'
               PERFORM WRITE-ANNUAL-SUMMARY
           ELSE
               PERFORM WRITE-STATEMENT-ACTIVITY
           END-IF

           MOVE HV-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE

           EXEC SQL CLOSE RPR_TXN_CUR END-EXEC.

      * The figures ANNSUMM stored for the year the archived period
      * covers, laid out as on the original summary.
       WRITE-ANNUAL-SUMMARY.
           MOVE HV-PERIOD-FROM(1:4) TO WS-SUMMARY-YEAR
           MOVE WS-SUMMARY-YEAR TO HV-SUMMARY-YEAR

           EXEC SQL
               SELECT OPENING_BALANCE, CLOSING_BALANCE,
                      INTEREST_EARNED, OVERDRAFT_INTEREST,
                      OVERDRAFT_CHARGES, TOTAL_FEES
               INTO :HV-OPENING-BALANCE, :HV-CLOSING-BALANCE,
                    :HV-INTEREST-EARNED, :HV-OD-INTEREST,
                    :HV-OD-CHARGES, :HV-TOTAL-FEES
               FROM ANNUAL_ACCOUNT_SUMMARY
               WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO STATEMENT-LINE
               MOVE "  ANNUAL SUMMARY FIGURES NOT ON FILE"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  ANNUAL FEE AND INTEREST SUMMARY - YEAR "
                      WS-SUMMARY-YEAR
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE HV-OPENING-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  OPENING BALANCE        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE HV-INTEREST-EARNED TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  INTEREST EARNED        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE HV-OD-INTEREST TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  OVERDRAFT INTEREST     " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE HV-OD-CHARGES TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  OVERDRAFT CHARGES      " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               PERFORM WRITE-ANNUAL-FEE-LINES

               MOVE HV-TOTAL-FEES TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  TOTAL FEES             " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE HV-CLOSING-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  CLOSING BALANCE        " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-ANNUAL-FEE-LINES.
           EXEC SQL
               DECLARE RPR_FEE_CUR CURSOR FOR
               SELECT FEE_CODE, FEE_TOTAL
               FROM ANNUAL_FEE_SUMMARY
               WHERE SUMMARY_YEAR = :HV-SUMMARY-YEAR
                 AND ACCOUNT_ID = :HV-ACCOUNT-ID
               ORDER BY FEE_CODE
           END-EXEC

           EXEC SQL OPEN RPR_FEE_CUR END-EXEC

           MOVE 'N' TO WS-FEE-FETCH-DONE
           PERFORM UNTIL FEE-FETCH-DONE
               EXEC SQL
                   FETCH RPR_FEE_CUR INTO
                       :HV-FEE-CODE,
                       :HV-FEE-TOTAL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FEE-FETCH-DONE
               ELSE
                   MOVE HV-FEE-TOTAL TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "    FEES - " HV-FEE-CODE
                          "    " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE RPR_FEE_CUR END-EXEC.

       WRITE-STATEMENT-FOOTER.
           MOVE WS-REL-TOTAL TO WS-TOTAL-DISPLAY

