       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-OWNER-SEQ          PIC S9(4) COMP-5.
       01  HV-SCREEN-RESULT      PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.
           88  WATCHLIST-OK          VALUE 'Y'.
       01  WS-PROBE-DONE         PIC X VALUE 'N'.
           88  PROBE-DONE            VALUE 'Y'.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-OWNER-DONE         PIC X VALUE 'N'.
           88  OWNER-DONE            VALUE 'Y'.

      * A business is screened on its own name first, then through
      * each person on its beneficial-owner register; the business's
      * own hit wins, else the first owner hit is carried onto the
      * business.
       01  WS-BUSINESS-NAME      PIC X(50).
       01  WS-BUSINESS-SSN       PIC X(11).
       01  WS-OWNER-HIT-FLAG     PIC X(20).
       01  WS-OWNER-MATCH-TYPE   PIC X(10).
       01  WS-OWNERS-SCREENED    PIC 9(7) VALUE ZERO.

       01  WS-NAME-PARTS.
           05  WS-HV-FIRST-NAME  PIC X(50).
      * apply when no row is on file. 'F' rescans the whole
      * CUSTOMER_MASTER table (needed periodically to catch
      * watchlist-side changes); 'I' screens only customers whose
      * LAST_UPDATED is on or after WS-LAST-RUN-TIMESTAMP, plus any
      * business whose beneficial-owner register changed since.
       01  WS-RUN-MODE           PIC X(01) VALUE 'F'.
           88  RUN-MODE-FULL         VALUE 'F'.
           88  RUN-MODE-INCREMENTAL  VALUE 'I'.
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the exact-SSN
      * watchlist match needs the number itself, fetched through the
      * vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'RISKFLAG'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

               EXEC SQL
                   DECLARE CURSOR_CUST CURSOR FOR
                   SELECT C.CUSTOMER_ID, C.NAME,
                          COALESCE(C.SSN, ' '),
                          COALESCE(C.CUSTOMER_TYPE, 'INDIVIDUAL')
                   FROM CUSTOMER_MASTER C
                   WHERE :HV-RUN-MODE = 'F'
                      OR C.LAST_UPDATED >= :HV-LAST-RUN-TIMESTAMP
                      OR EXISTS
                         (SELECT 1 FROM BENEFICIAL_OWNERS B
                          WHERE B.BUSINESS_ID = C.CUSTOMER_ID
                            AND B.LAST_CHANGED >=
                                :HV-LAST-RUN-TIMESTAMP)
               END-EXEC

               EXEC SQL OPEN CURSOR_CUST END-EXEC

               MOVE 'N' TO WS-FETCH-DONE
               PERFORM UNTIL FETCH-DONE
                   EXEC SQL
                       FETCH CURSOR_CUST INTO
                           :HV-CUSTOMER-ID,
                           :HV-NAME,
                           :HV-SSN,
                           :HV-CUSTOMER-TYPE
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-FETCH-DONE
                   ELSE
                       ADD 1 TO WS-SCREENED-COUNT
                       PERFORM RESOLVE-CUSTOMER-SSN
                       PERFORM CHECK-WATCHLIST
                       IF HV-CUSTOMER-TYPE = 'BUSINESS'
                           PERFORM SCREEN-BENEFICIAL-OWNERS
                       END-IF
                       IF HV-RISK-FLAG NOT = SPACES
                           PERFORM UPDATE-RISK-FLAG
                       ELSE
               DISPLAY "RISK FLAGGING COMPLETE. CUSTOMERS FLAGGED: "
                   WS-FLAGGED-COUNT
               DISPLAY "STALE RISK FLAGS CLEARED: " WS-CLEARED-COUNT
               DISPLAY "BENEFICIAL OWNERS SCREENED: "
                   WS-OWNERS-SCREENED
           END-IF.

           MOVE WS-SCREENED-COUNT TO HV-RUN-COUNT.
           END-IF
           END-IF.

      * A token the vault cannot resolve leaves the SSN blank
      * and the customer is screened on name alone.
       RESOLVE-CUSTOMER-SSN.
           MOVE HV-SSN TO WS-VAULT-TOKEN
           CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

           IF WS-VAULT-RETURN-CODE = 00
               MOVE WS-VAULT-SSN TO HV-SSN
           ELSE
               DISPLAY "SSN VAULT LOOKUP FAILED FOR CUSTOMER: "
                   HV-CUSTOMER-ID " RC: " WS-VAULT-RETURN-CODE
               MOVE SPACES TO HV-SSN
           END-IF.

      * Matches against WATCHLIST_ENTRIES directly instead of a
      * bounded WORKING-STORAGE copy, so the full consolidated
      * OFAC/EU/UN list is always in play: an indexed exact-SSN

           EXEC SQL CLOSE WL_NAME_CUR END-EXEC.

      * Every active person on a business's beneficial-owner register
      * goes through the same watchlist match as a customer, and the
      * result is stamped on their register row for CUST360 and
      * BENOWNR. The business's own match, already in HV-RISK-FLAG,
      * is kept; failing that, the first owner hit becomes the
      * business's flag so compliance sees it on the customer.
       SCREEN-BENEFICIAL-OWNERS.
           MOVE HV-NAME TO WS-BUSINESS-NAME
           MOVE HV-SSN  TO WS-BUSINESS-SSN
           MOVE SPACES  TO WS-OWNER-HIT-FLAG
           MOVE SPACES  TO WS-OWNER-MATCH-TYPE
           IF HV-RISK-FLAG NOT = SPACES
               MOVE HV-RISK-FLAG  TO WS-OWNER-HIT-FLAG
               MOVE HV-MATCH-TYPE TO WS-OWNER-MATCH-TYPE
           END-IF

           EXEC SQL
               DECLARE BO_SCREEN_CUR CURSOR FOR
               SELECT OWNER_SEQ, OWNER_NAME, COALESCE(OWNER_SSN, ' ')
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-CUSTOMER-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           EXEC SQL OPEN BO_SCREEN_CUR END-EXEC

           MOVE 'N' TO WS-OWNER-DONE
           PERFORM UNTIL OWNER-DONE
               EXEC SQL
                   FETCH BO_SCREEN_CUR INTO
                       :HV-OWNER-SEQ,
                       :HV-NAME,
                       :HV-SSN
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-OWNER-DONE
               ELSE
                   ADD 1 TO WS-OWNERS-SCREENED
                   PERFORM CHECK-WATCHLIST
                   IF HV-RISK-FLAG NOT = SPACES
                       MOVE HV-RISK-FLAG TO HV-SCREEN-RESULT
                       DISPLAY "OWNER " HV-OWNER-SEQ " OF BUSINESS "
                           HV-CUSTOMER-ID " MATCHED " HV-MATCHED-LIST
                       IF WS-OWNER-HIT-FLAG = SPACES
                           MOVE HV-RISK-FLAG TO WS-OWNER-HIT-FLAG
                           MOVE 'OWNER' TO WS-OWNER-MATCH-TYPE
                       END-IF
                   ELSE
                       MOVE 'CLEAR' TO HV-SCREEN-RESULT
                   END-IF
                   MOVE FUNCTION CURRENT-TIMESTAMP
                       TO HV-AUDIT-TIMESTAMP
                   EXEC SQL
                       UPDATE BENEFICIAL_OWNERS
                       SET SCREEN_RESULT = :HV-SCREEN-RESULT,
                           SCREENED_AT = :HV-AUDIT-TIMESTAMP
                       WHERE BUSINESS_ID = :HV-CUSTOMER-ID
                         AND OWNER_SEQ = :HV-OWNER-SEQ
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "ERROR RECORDING OWNER SCREEN FOR "
                           HV-CUSTOMER-ID " SQLCODE: " SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE BO_SCREEN_CUR END-EXEC

           MOVE WS-BUSINESS-NAME  TO HV-NAME
           MOVE WS-BUSINESS-SSN   TO HV-SSN
           MOVE WS-OWNER-HIT-FLAG TO HV-RISK-FLAG
           MOVE WS-OWNER-HIT-FLAG TO HV-MATCHED-LIST
           MOVE WS-OWNER-MATCH-TYPE TO HV-MATCH-TYPE.

      * Approximates "normalized last name plus first initial"
      * matching: names in CUSTOMER_MASTER and WATCHLIST_ENTRIES are
      * stored as "FIRSTNAME LASTNAME", so the first token is the
