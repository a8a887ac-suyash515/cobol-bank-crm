       01  WS-NSF-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NSF-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OVERDRAWN-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-ODP-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ODP-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.

       01  WS-NSF-TITLE-LINE.
           05  FILLER            PIC X(40)
               VALUE 'NSF FEES CHARGED TODAY - TRUE BOUNCES'.

       01  WS-ODP-TITLE-LINE.
           05  FILLER            PIC X(40)
               VALUE 'OVERDRAFT PROTECTION TRANSFERS TODAY'.

       01  WS-OD-TITLE-LINE.
           05  FILLER            PIC X(40)
           05  WS-NSF-CUSTOMER   PIC X(13).
           05  WS-NSF-AMOUNT     PIC -(7)9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-NSF-DESC       PIC X(60).

       01  WS-OD-DETAIL-LINE.
           05  WS-OD-ACCOUNT     PIC X(14).
               VALUE 'OVERDRAWN ACCOUNTS  : '.
           05  WS-SUM-OVERDRAWN  PIC ZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'PROTECTED ITEMS     : '.
           05  WS-SUM-ODP        PIC ZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(25)
               VALUE 'PROTECTION FEE TOTAL: '.
           05  WS-SUM-ODP-TOTAL  PIC -(9)9.99.

       PROCEDURE DIVISION.

      * The branch's morning look at yesterday's bounce activity:
      * every NSF fee TXNPOST posted today, then every account whose
      * stored balance sits below zero right now, with its overdraft
      * limit alongside so the desk can see who is inside a facility
      * and who is simply overdrawn. Debits that overdraft protection
      * rescued are listed on their own, apart from the true bounces,
      * since the customer was charged the protection fee and the
      * item paid.
       MAIN-LOGIC.
           DISPLAY "GENERATING NSF / OVERDRAFT ACTIVITY REPORT"

               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE

               PERFORM WRITE-NSF-SECTION
               PERFORM WRITE-PROTECTED-SECTION
               PERFORM WRITE-OVERDRAWN-SECTION

               WRITE REPORT-LINE FROM SPACES
               MOVE WS-OVERDRAWN-COUNT TO WS-SUM-OVERDRAWN
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               MOVE WS-ODP-COUNT TO WS-SUM-ODP
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

               MOVE WS-ODP-TOTAL TO WS-SUM-ODP-TOTAL
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

               CLOSE REPORT-FILE

               MOVE 'NSF / OVERDRAFT REPORT GENERATED' TO WS-RESPONSE
           DISPLAY WS-RESPONSE
           DISPLAY "NSF FEES TODAY     : " WS-NSF-COUNT
           DISPLAY "OVERDRAWN ACCOUNTS : " WS-OVERDRAWN-COUNT
           DISPLAY "PROTECTED ITEMS    : " WS-ODP-COUNT

           COMPUTE HV-RUN-COUNT = WS-NSF-COUNT + WS-OVERDRAWN-COUNT
                                + WS-ODP-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * NSF fees are recognized by the NSF fee code TXNPOST's
      * POST-NSF-FEE stamps on the row. Rows posted before fee codes
      * were carried have none, and are still picked up by the
      * description POST-NSF-FEE has always written.
       WRITE-NSF-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-NSF-TITLE-LINE
               FROM TRANSACTIONS
               WHERE TXN_DATE = CURRENT DATE
                 AND TXN_TYPE = 'FEE'
                 AND (FEE_CODE = 'NSF'
                      OR (FEE_CODE IS NULL
                          AND DESCRIPTION LIKE 'NSF FEE%'))
               ORDER BY ACCOUNT_ID
           END-EXEC

               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * One row per protected debit: the ODPXFER fee TXNPOST's
      * POST-ODP-FEE writes, whose description carries the amount
      * drawn and the protecting account it came from.
       WRITE-PROTECTED-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-ODP-TITLE-LINE
           WRITE REPORT-LINE FROM WS-NSF-HEADING
           WRITE REPORT-LINE FROM WS-HEADING-RULE

           EXEC SQL
               DECLARE ODP_CUR CURSOR FOR
               SELECT ACCOUNT_ID, CUSTOMER_ID, AMOUNT, DESCRIPTION
               FROM TRANSACTIONS
               WHERE TXN_DATE = CURRENT DATE
                 AND TXN_TYPE = 'FEE'
                 AND FEE_CODE = 'ODPXFER'
               ORDER BY ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN ODP_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ODP_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-CUSTOMER-ID,
                       :HV-AMOUNT,
                       :HV-DESCRIPTION
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ODP-COUNT
                   ADD HV-AMOUNT TO WS-ODP-TOTAL

                   MOVE HV-ACCOUNT-ID      TO WS-NSF-ACCOUNT
                   MOVE HV-CUSTOMER-ID     TO WS-NSF-CUSTOMER
                   MOVE HV-AMOUNT          TO WS-NSF-AMOUNT
                   MOVE HV-DESCRIPTION     TO WS-NSF-DESC
                   WRITE REPORT-LINE FROM WS-NSF-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ODP_CUR END-EXEC

           IF WS-ODP-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-OVERDRAWN-SECTION.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-OD-TITLE-LINE
