       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOR-FILE ASSIGN TO DEPINSOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The regulator's depositor file: a header naming the bank and
      * the as-of date, one detail per depositor per ownership
      * category with the tax ID, the depositor's share of the
      * balances, the coverage limit applied and the insured and
      * uninsured split, then a control trailer carrying the record
      * count and the three totals so the receiving side can refuse
      * a short file.
       FD  DEPOSITOR-FILE.
       01  DEPOSITOR-RECORD.
           05  DIR-RECORD-TYPE   PIC X(01).
           05  DIR-CUSTOMER-ID   PIC X(10).
           05  DIR-NAME          PIC X(50).
           05  DIR-TAX-ID        PIC X(11).
           05  DIR-CUSTOMER-TYPE PIC X(10).
           05  DIR-OWN-CATEGORY  PIC X(03).
           05  DIR-ACCOUNT-COUNT PIC 9(05).
           05  DIR-BENEFICIARY-COUNT PIC 9(03).
           05  DIR-DEPOSIT-BALANCE PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  DIR-COVERAGE-LIMIT PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  DIR-INSURED-AMOUNT PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  DIR-UNINSURED-AMOUNT PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(43).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-AS-OF-DATE         PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SSN                PIC X(11).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-OWN-CATEGORY       PIC X(03).
       01  HV-ACCOUNT-COUNT      PIC S9(9) COMP-5.
       01  HV-BENEFICIARY-COUNT  PIC S9(9) COMP-5.
       01  HV-DEPOSIT-BALANCE    PIC S9(13)V99 COMP-3.
       01  HV-COVERAGE-LIMIT     PIC S9(13)V99 COMP-3.
       01  HV-INSURED-AMOUNT     PIC S9(13)V99 COMP-3.
       01  HV-UNINSURED-AMOUNT   PIC S9(13)V99 COMP-3.
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-PARM-FOUND         PIC X VALUE 'N'.
           88  PARM-FOUND            VALUE 'Y'.
       01  WS-PARM-DOLLARS       PIC 9(07).
       01  WS-SHARE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-DEPOSITOR-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-UNINSURED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TOT-BALANCE        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-INSURED        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-UNINSURED      PIC S9(13)V99 COMP-3 VALUE ZERO.
      * The summary loop inserts and calls SSNVAULT inside the fetch
      * loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Coverage limits per depositor per ownership category, whole
      * dollars, from BATCH_PARMS so a change in the statutory amount
      * is a parm, not a recompile:
      *   SGLLIMIT - single accounts;
      *   JNTLIMIT - each co-owner's share of joint accounts;
      *   REVLIMIT - revocable trust / POD, per named beneficiary,
      *              counting at most REVMAXBEN beneficiaries;
      *   BUSLIMIT - accounts held by a business customer.
       01  WS-SGL-LIMIT          PIC 9(9)V99 VALUE 250000.00.
       01  WS-JNT-LIMIT          PIC 9(9)V99 VALUE 250000.00.
       01  WS-REV-LIMIT          PIC 9(9)V99 VALUE 250000.00.
       01  WS-BUS-LIMIT          PIC 9(9)V99 VALUE 250000.00.
       01  WS-REV-MAX-BEN        PIC 9(02) VALUE 5.
       01  WS-REV-BEN-COUNTED    PIC 9(02).
      * The bank's identifier on the regulator's header record,
      * BATCH_PARMS INSTID.
       01  WS-INSTITUTION-ID     PIC X(10) VALUE SPACES.

       01  WS-DI-HEADER.
           05  DIH-RECORD-TYPE   PIC X(01) VALUE 'H'.
           05  DIH-FILE-ID       PIC X(08) VALUE 'DEPINS'.
           05  DIH-INSTITUTION-ID PIC X(10).
           05  DIH-AS-OF-DATE    PIC X(10).
           05  DIH-EXTRACTED-AT  PIC X(26).
           05  FILLER            PIC X(145) VALUE SPACES.

       01  WS-DI-TRAILER.
           05  DIT-RECORD-TYPE   PIC X(01) VALUE 'T'.
           05  DIT-COUNT         PIC 9(09).
           05  DIT-DEPOSIT-BALANCE PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  DIT-INSURED-AMOUNT PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  DIT-UNINSURED-AMOUNT PIC S9(13)V99
                                 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(142) VALUE SPACES.

      * CUSTOMER_MASTER.SSN is an SSNVAULT token; the regulator's
      * file carries the number itself, fetched through the vault.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08) VALUE 'DETOKEN'.
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'DEPINS'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.

      * Deposit insurance coverage as of today. Every open account
      * with money in it is put in one ownership category:
      *   BUS - the account holder is a BUSINESS customer;
      *   REV - revocable trust / payable on death: the account has
      *         live ACCOUNT_BENEFICIARIES designations;
      *   JNT - a JOINT or second PRIMARY owner on ACCOUNT_OWNERS;
      *   SGL - everything else.
      * The balance is split equally between the owners - the holder
      * on ACCOUNTS plus the live PRIMARY and JOINT ACCOUNT_OWNERS
      * rows; POA and CUSTODIAN act for the owner and own nothing. A
      * business's account is the business's alone. Each owner's
      * share goes on DEPOSIT_INS_ACCOUNTS, so the figure for any
      * depositor can be traced back to the accounts behind it.
      * The shares are then summed per depositor per category, the
      * category's limit applied - a REV limit grows with the
      * distinct beneficiaries named across that depositor's trust
      * accounts - and the insured and uninsured amounts written to
      * DEPOSIT_INSURANCE and the regulator's depositor file. A rerun
      * the same day replaces the day's rows.
       MAIN-LOGIC.
           DISPLAY "STARTING DEPOSIT INSURANCE COVERAGE RUN"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           EXEC SQL
               SET :HV-AS-OF-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           PERFORM READ-BATCH-PARMS

           DISPLAY "SINGLE LIMIT       : " WS-SGL-LIMIT
           DISPLAY "JOINT LIMIT        : " WS-JNT-LIMIT
           DISPLAY "TRUST LIMIT PER BEN: " WS-REV-LIMIT
               " MAX BENEFICIARIES: " WS-REV-MAX-BEN
           DISPLAY "BUSINESS LIMIT     : " WS-BUS-LIMIT

           OPEN OUTPUT DEPOSITOR-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING DEPOSITOR FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'COVERAGE RUN FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               MOVE WS-INSTITUTION-ID TO DIH-INSTITUTION-ID
               MOVE HV-AS-OF-DATE     TO DIH-AS-OF-DATE
               MOVE HV-RUN-START      TO DIH-EXTRACTED-AT
               WRITE DEPOSITOR-RECORD FROM WS-DI-HEADER

               PERFORM CLEAR-TODAYS-ROWS

               IF WS-ERROR-COUNT = 0
                   PERFORM SPLIT-ACCOUNT-BALANCES
               END-IF

               IF WS-ERROR-COUNT = 0
                   PERFORM APPLY-COVERAGE-LIMITS
               END-IF

               MOVE WS-DEPOSITOR-COUNT TO DIT-COUNT
               MOVE WS-TOT-BALANCE     TO DIT-DEPOSIT-BALANCE
               MOVE WS-TOT-INSURED     TO DIT-INSURED-AMOUNT
               MOVE WS-TOT-UNINSURED   TO DIT-UNINSURED-AMOUNT
               WRITE DEPOSITOR-RECORD FROM WS-DI-TRAILER

               CLOSE DEPOSITOR-FILE

               IF WS-ERROR-COUNT = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'DEPOSIT INSURANCE COVERAGE COMPLETE'
                       TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'COVERAGE RUN FAILED - NOTHING KEPT'
                       TO WS-RESPONSE
                   MOVE 'FAILURE' TO HV-RUN-STATUS
               END-IF
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "AS OF DATE         : " HV-AS-OF-DATE
           DISPLAY "OWNER SHARES       : " WS-SHARE-COUNT
           DISPLAY "DEPOSITOR RECORDS  : " WS-DEPOSITOR-COUNT
           DISPLAY "WITH UNINSURED     : " WS-UNINSURED-COUNT
           DISPLAY "TOTAL DEPOSITS     : " WS-TOT-BALANCE
           DISPLAY "TOTAL INSURED      : " WS-TOT-INSURED
           DISPLAY "TOTAL UNINSURED    : " WS-TOT-UNINSURED
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           MOVE WS-DEPOSITOR-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'SGLLIMIT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               MOVE WS-PARM-DOLLARS TO WS-SGL-LIMIT
           END-IF

           MOVE 'JNTLIMIT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               MOVE WS-PARM-DOLLARS TO WS-JNT-LIMIT
           END-IF

           MOVE 'REVLIMIT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               MOVE WS-PARM-DOLLARS TO WS-REV-LIMIT
           END-IF

           MOVE 'BUSLIMIT' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:7) NUMERIC
               MOVE HV-PARM-VALUE(1:7) TO WS-PARM-DOLLARS
               MOVE WS-PARM-DOLLARS TO WS-BUS-LIMIT
           END-IF

           MOVE 'REVMAXBEN' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND AND HV-PARM-VALUE(1:2) NUMERIC
               MOVE HV-PARM-VALUE(1:2) TO WS-REV-MAX-BEN
           END-IF

           MOVE 'INSTID' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF PARM-FOUND
               MOVE HV-PARM-VALUE(1:10) TO WS-INSTITUTION-ID
           END-IF.

       READ-ONE-BATCH-PARM.
           MOVE 'N' TO WS-PARM-FOUND
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'DEPINS'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-PARM-FOUND
           END-IF.

       CLEAR-TODAYS-ROWS.
           EXEC SQL
               DELETE FROM DEPOSIT_INS_ACCOUNTS
               WHERE AS_OF_DATE = :HV-AS-OF-DATE
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM DEPOSIT_INSURANCE
                   WHERE AS_OF_DATE = :HV-AS-OF-DATE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR CLEARING TODAY'S COVERAGE, SQLCODE: "
                   SQLCODE
           END-IF.

      * Two set-level inserts: the account holder's share first -
      * the holder takes the odd cent of an uneven split - then one
      * row for each other live PRIMARY or JOINT owner. A business's
      * account counts one owner whoever else is on it. Overdrawn
      * and zero balances are not deposits and are left out, as are
      * CLOSED and CHARGEDOFF accounts.
       SPLIT-ACCOUNT-BALANCES.
           EXEC SQL
               INSERT INTO DEPOSIT_INS_ACCOUNTS
                   (AS_OF_DATE, ACCOUNT_ID, CUSTOMER_ID,
                    OWN_CATEGORY, OWNER_COUNT, ACCOUNT_BALANCE,
                    OWNER_SHARE)
               SELECT :HV-AS-OF-DATE, X.ACCOUNT_ID, X.CUSTOMER_ID,
                      X.OWN_CATEGORY, X.OWNER_COUNT, X.BALANCE,
                      X.BALANCE - (X.OWNER_COUNT - 1)
                          * DECIMAL(X.BALANCE / X.OWNER_COUNT, 13, 2)
               FROM (SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.BALANCE,
                            CASE WHEN C.CUSTOMER_TYPE = 'BUSINESS'
                                 THEN 'BUS'
                                 WHEN EXISTS
                                      (SELECT 1
                                       FROM ACCOUNT_BENEFICIARIES B
                                       WHERE B.ACCOUNT_ID = A.ACCOUNT_ID
                                         AND B.REMOVED_AT IS NULL)
                                 THEN 'REV'
                                 WHEN EXISTS
                                      (SELECT 1 FROM ACCOUNT_OWNERS O
                                       WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                                         AND O.CUSTOMER_ID
                                             <> A.CUSTOMER_ID
                                         AND O.OWNER_ROLE
                                             IN ('PRIMARY', 'JOINT')
                                         AND O.REMOVED_AT IS NULL)
                                 THEN 'JNT'
                                 ELSE 'SGL'
                            END AS OWN_CATEGORY,
                            CASE WHEN C.CUSTOMER_TYPE = 'BUSINESS'
                                 THEN 1
                                 ELSE 1 +
                                      (SELECT COUNT(DISTINCT
                                                    O.CUSTOMER_ID)
                                       FROM ACCOUNT_OWNERS O
                                       WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                                         AND O.CUSTOMER_ID
                                             <> A.CUSTOMER_ID
                                         AND O.OWNER_ROLE
                                             IN ('PRIMARY', 'JOINT')
                                         AND O.REMOVED_AT IS NULL)
                            END AS OWNER_COUNT
                     FROM ACCOUNTS A, CUSTOMER_MASTER C
                     WHERE C.CUSTOMER_ID = A.CUSTOMER_ID
                       AND A.BALANCE > 0
                       AND A.ACCOUNT_STATUS
                           NOT IN ('CLOSED', 'CHARGEDOFF')) AS X
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-SHARE-COUNT

               EXEC SQL
                   INSERT INTO DEPOSIT_INS_ACCOUNTS
                       (AS_OF_DATE, ACCOUNT_ID, CUSTOMER_ID,
                        OWN_CATEGORY, OWNER_COUNT, ACCOUNT_BALANCE,
                        OWNER_SHARE)
                   SELECT DISTINCT D.AS_OF_DATE, D.ACCOUNT_ID,
                          O.CUSTOMER_ID, D.OWN_CATEGORY,
                          D.OWNER_COUNT, D.ACCOUNT_BALANCE,
                          DECIMAL(D.ACCOUNT_BALANCE / D.OWNER_COUNT,
                                  13, 2)
                   FROM DEPOSIT_INS_ACCOUNTS D, ACCOUNT_OWNERS O
                   WHERE D.AS_OF_DATE = :HV-AS-OF-DATE
                     AND D.OWNER_COUNT > 1
                     AND O.ACCOUNT_ID = D.ACCOUNT_ID
                     AND O.CUSTOMER_ID <> D.CUSTOMER_ID
                     AND O.OWNER_ROLE IN ('PRIMARY', 'JOINT')
                     AND O.REMOVED_AT IS NULL
               END-EXEC

               IF SQLCODE = 0
                   ADD SQLERRD(3) TO WS-SHARE-COUNT
               END-IF
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR SPLITTING ACCOUNT BALANCES, SQLCODE: "
                   SQLCODE
           END-IF.

       APPLY-COVERAGE-LIMITS.
           EXEC SQL
               DECLARE DEPINS_CUR CURSOR FOR
               SELECT D.CUSTOMER_ID, C.NAME, COALESCE(C.SSN, ' '),
                      COALESCE(C.CUSTOMER_TYPE, 'INDIVIDUAL'),
                      D.OWN_CATEGORY, COUNT(*), SUM(D.OWNER_SHARE),
                      CASE WHEN D.OWN_CATEGORY = 'REV'
                           THEN (SELECT COUNT(DISTINCT B.BEN_NAME)
                                 FROM DEPOSIT_INS_ACCOUNTS R,
                                      ACCOUNT_BENEFICIARIES B
                                 WHERE R.AS_OF_DATE = :HV-AS-OF-DATE
                                   AND R.CUSTOMER_ID = D.CUSTOMER_ID
                                   AND R.OWN_CATEGORY = 'REV'
                                   AND B.ACCOUNT_ID = R.ACCOUNT_ID
                                   AND B.REMOVED_AT IS NULL)
                           ELSE 0
                      END
               FROM DEPOSIT_INS_ACCOUNTS D, CUSTOMER_MASTER C
               WHERE D.AS_OF_DATE = :HV-AS-OF-DATE
                 AND C.CUSTOMER_ID = D.CUSTOMER_ID
               GROUP BY D.CUSTOMER_ID, C.NAME, C.SSN, C.CUSTOMER_TYPE,
                        D.OWN_CATEGORY
               ORDER BY D.CUSTOMER_ID, D.OWN_CATEGORY
           END-EXEC

           EXEC SQL OPEN DEPINS_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH DEPINS_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-NAME,
                       :HV-SSN,
                       :HV-CUSTOMER-TYPE,
                       :HV-OWN-CATEGORY,
                       :HV-ACCOUNT-COUNT,
                       :HV-DEPOSIT-BALANCE,
                       :HV-BENEFICIARY-COUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM COVER-ONE-DEPOSITOR
               ELSE
                   IF SQLCODE NOT = 100
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ERROR READING OWNER SHARES, SQLCODE: "
                           SQLCODE
                   END-IF
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE DEPINS_CUR END-EXEC.

       COVER-ONE-DEPOSITOR.
           EVALUATE HV-OWN-CATEGORY
               WHEN 'BUS'
                   MOVE WS-BUS-LIMIT TO HV-COVERAGE-LIMIT
               WHEN 'REV'
                   IF HV-BENEFICIARY-COUNT > WS-REV-MAX-BEN
                       MOVE WS-REV-MAX-BEN TO WS-REV-BEN-COUNTED
                   ELSE
                       MOVE HV-BENEFICIARY-COUNT TO WS-REV-BEN-COUNTED
                   END-IF
                   COMPUTE HV-COVERAGE-LIMIT =
                       WS-REV-LIMIT * WS-REV-BEN-COUNTED
               WHEN 'JNT'
                   MOVE WS-JNT-LIMIT TO HV-COVERAGE-LIMIT
               WHEN OTHER
                   MOVE WS-SGL-LIMIT TO HV-COVERAGE-LIMIT
           END-EVALUATE

           IF HV-DEPOSIT-BALANCE > HV-COVERAGE-LIMIT
               MOVE HV-COVERAGE-LIMIT TO HV-INSURED-AMOUNT
           ELSE
               MOVE HV-DEPOSIT-BALANCE TO HV-INSURED-AMOUNT
           END-IF
           COMPUTE HV-UNINSURED-AMOUNT =
               HV-DEPOSIT-BALANCE - HV-INSURED-AMOUNT

           EXEC SQL
               INSERT INTO DEPOSIT_INSURANCE
                   (AS_OF_DATE, CUSTOMER_ID, OWN_CATEGORY,
                    ACCOUNT_COUNT, BENEFICIARY_COUNT, DEPOSIT_BALANCE,
                    COVERAGE_LIMIT, INSURED_AMOUNT, UNINSURED_AMOUNT)
               VALUES
                   (:HV-AS-OF-DATE, :HV-CUSTOMER-ID, :HV-OWN-CATEGORY,
                    :HV-ACCOUNT-COUNT, :HV-BENEFICIARY-COUNT,
                    :HV-DEPOSIT-BALANCE, :HV-COVERAGE-LIMIT,
                    :HV-INSURED-AMOUNT, :HV-UNINSURED-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR WRITING COVERAGE ROW, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           ELSE
               PERFORM RESOLVE-CUSTOMER-SSN
               PERFORM WRITE-DEPOSITOR-RECORD
           END-IF.

      * A token the vault cannot resolve leaves the tax ID blank
      * on the depositor record for the desk to complete.
       RESOLVE-CUSTOMER-SSN.
           IF HV-SSN NOT = SPACES
               MOVE HV-SSN TO WS-VAULT-TOKEN
               CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

               IF WS-VAULT-RETURN-CODE = 00
                   MOVE WS-VAULT-SSN TO HV-SSN
               ELSE
                   DISPLAY "SSN VAULT LOOKUP FAILED FOR CUSTOMER: "
                       HV-CUSTOMER-ID " RC: " WS-VAULT-RETURN-CODE
                   MOVE SPACES TO HV-SSN
               END-IF
           END-IF.

       WRITE-DEPOSITOR-RECORD.
           MOVE SPACES TO DEPOSITOR-RECORD
           MOVE 'D'                  TO DIR-RECORD-TYPE
           MOVE HV-CUSTOMER-ID       TO DIR-CUSTOMER-ID
           MOVE HV-NAME              TO DIR-NAME
           MOVE HV-SSN               TO DIR-TAX-ID
           MOVE HV-CUSTOMER-TYPE     TO DIR-CUSTOMER-TYPE
           MOVE HV-OWN-CATEGORY      TO DIR-OWN-CATEGORY
           MOVE HV-ACCOUNT-COUNT     TO DIR-ACCOUNT-COUNT
           MOVE HV-BENEFICIARY-COUNT TO DIR-BENEFICIARY-COUNT
           MOVE HV-DEPOSIT-BALANCE   TO DIR-DEPOSIT-BALANCE
           MOVE HV-COVERAGE-LIMIT    TO DIR-COVERAGE-LIMIT
           MOVE HV-INSURED-AMOUNT    TO DIR-INSURED-AMOUNT
           MOVE HV-UNINSURED-AMOUNT  TO DIR-UNINSURED-AMOUNT
           WRITE DEPOSITOR-RECORD

           ADD 1 TO WS-DEPOSITOR-COUNT
           ADD HV-DEPOSIT-BALANCE  TO WS-TOT-BALANCE
           ADD HV-INSURED-AMOUNT   TO WS-TOT-INSURED
           ADD HV-UNINSURED-AMOUNT TO WS-TOT-UNINSURED
           IF HV-UNINSURED-AMOUNT > ZERO
               ADD 1 TO WS-UNINSURED-COUNT
           END-IF.

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
                   ('DEPINS', :HV-RUN-START, :HV-RUN-END,
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
