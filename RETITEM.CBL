       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETITEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RETIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RETEXC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Clearing house return file: one detail per returned item -
      * the instrument number, the amount originally credited and
      * the return reason code - and a control trailer carrying the
      * detail count and amount hash total, proven before anything
      * posts the way TXNIMPT proves the core feed.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RTR-RECORD-TYPE   PIC X(01).
               88  RTR-DETAIL        VALUE 'D'.
               88  RTR-TRAILER       VALUE 'T'.
           05  RTR-DETAIL-DATA.
               10  RTR-INSTRUMENT-NO PIC X(10).
               10  RTR-AMOUNT        PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10  RTR-REASON-CODE   PIC X(03).
               10  RTR-RETURN-DATE   PIC X(10).
               10  FILLER            PIC X(29).
           05  RTR-TRAILER-DATA REDEFINES RTR-DETAIL-DATA.
               10  RTR-TRL-COUNT     PIC 9(09).
               10  RTR-TRL-HASH      PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  FILLER            PIC X(39).

       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-INSTRUMENT-NO      PIC X(10).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-SCHED-FEE          PIC S9(9)V99 COMP-3.
       01  HV-RVS-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-RVS-REF            PIC X(17).
       01  HV-RVS-DESCRIPTION    PIC X(100).
       01  HV-FEE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-FEE-DESCRIPTION    PIC X(100).
       01  HV-NOTICE-CONTEXT     PIC X(100).
       01  HV-POSTING-DATE       PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-REVERSED-FLAG      PIC X(01).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
           88  WS-FILE-EOF       VALUE '10'.
       01  WS-RPT-FILE-STATUS    PIC XX.
           88  WS-RPT-FILE-OK    VALUE '00'.
       01  WS-RESPONSE           PIC X(100).

       01  WS-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-READ-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TRAILER-SEEN       PIC X VALUE 'N'.
           88  TRAILER-SEEN          VALUE 'Y'.
       01  WS-FILE-VERIFIED      PIC X VALUE 'N'.
           88  FILE-VERIFIED         VALUE 'Y'.

       01  WS-RETURNED-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-RETURNED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HOLDS-RELEASED     PIC 9(5) VALUE ZERO.
       01  WS-FEE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.

      * Per-item outcome: the exception reason is set by whichever
      * check refuses the item, and an item with a reason set goes on
      * the exception report instead of posting.
       01  WS-EXCEPTION-REASON   PIC X(50).
       01  WS-ITEM-FAILED        PIC X VALUE 'N'.
           88  ITEM-FAILED           VALUE 'Y'.

      * Chargebacks carry an RVS reference like TXNPOST's online
      * reversals, so STMTGEN and TXNHIST tag the pair as REVERSED.
      * Many items post inside the same second here, so the
      * reference is the run's date and minute plus a per-run
      * sequence instead of TXNPOST's to-the-second timestamp.
       01  WS-RVS-SEQ            PIC 9(04) VALUE ZERO.

      * Returned-item fee: the FEE_SCHEDULE row for fee code RETITEM
      * in force on the posting date, for the account's product or
      * else ALL. Without one, the older whole-dollar RETFEE row in
      * BATCH_PARMS applies, then the default here. A zero price
      * from either switches the fee off.
       01  WS-RET-FEE-DOLLARS    PIC 9(05) VALUE 30.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(45)
               VALUE 'RETURNED ITEM EXCEPTION REPORT'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(26).

       01  WS-EXC-HEADING.
           05  FILLER            PIC X(13) VALUE 'INSTRUMENT'.
           05  FILLER            PIC X(14) VALUE 'AMOUNT'.
           05  FILLER            PIC X(08) VALUE 'REASON'.
           05  FILLER            PIC X(12) VALUE 'RETURNED'.
           05  FILLER            PIC X(50) VALUE 'EXCEPTION'.

       01  WS-HEADING-RULE       PIC X(97) VALUE ALL '-'.

       01  WS-EXC-DETAIL-LINE.
           05  WS-EXC-INSTRUMENT PIC X(13).
           05  WS-EXC-AMOUNT     PIC -(7)9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-EXC-REASON-CODE PIC X(08).
           05  WS-EXC-RETURN-DATE PIC X(12).
           05  WS-EXC-TEXT       PIC X(50).

       01  WS-NONE-LINE          PIC X(40) VALUE '  NONE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(25)
               VALUE 'ITEMS ON FILE       : '.
           05  WS-SUM-READ       PIC ZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(25)
               VALUE 'ITEMS CHARGED BACK  : '.
           05  WS-SUM-RETURNED   PIC ZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(25)
               VALUE 'CHARGEBACK TOTAL    : '.
           05  WS-SUM-TOTAL      PIC -(9)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(25)
               VALUE 'EXCEPTIONS          : '.
           05  WS-SUM-EXCEPTIONS PIC ZZZZ9.

       PROCEDURE DIVISION.

      * Daily returned-item run. Every cheque or inbound credit the
      * clearing house sends back unpaid is matched to the deposit
      * it came in on (TRANSACTIONS by instrument number and amount)
      * and, in one unit of work per item: charged back as a
      * REVERSAL linked through TRANSACTION_REVERSALS exactly as
      * TXNPOST links an online reversal, any authorization hold
      * still sitting on the deposit released, the returned-item fee
      * charged and a customer notice queued. A return that cannot be
      * matched - or is already reversed, or lands on an account no
      * longer open - goes on the exception report for the branch
      * instead of being dropped. Nothing posts unless the file's
      * control totals prove out first.
       MAIN-LOGIC.
           DISPLAY "STARTING RETURNED ITEM PROCESSING"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE HV-RUN-START(1:10) TO HV-POSTING-DATE

           PERFORM READ-FEE-PARM

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-RPT-FILE-OK
               DISPLAY "ERROR OPENING EXCEPTION REPORT, STATUS: "
                   WS-RPT-FILE-STATUS
               MOVE 'RETURN RUN FAILED - REPORT FILE ERROR'
                   TO WS-RESPONSE
           ELSE
               MOVE HV-RUN-START TO WS-SUB-RUN-DATE
               WRITE REPORT-LINE FROM WS-TITLE-LINE
               WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM WS-EXC-HEADING
               WRITE REPORT-LINE FROM WS-HEADING-RULE

               PERFORM VERIFY-CONTROL-TOTALS

               IF FILE-VERIFIED
                   PERFORM PROCESS-RETURN-FILE
               END-IF

               IF WS-EXCEPTION-COUNT = 0
                   WRITE REPORT-LINE FROM WS-NONE-LINE
               END-IF

               WRITE REPORT-LINE FROM SPACES

               MOVE WS-READ-COUNT TO WS-SUM-READ
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

               MOVE WS-RETURNED-COUNT TO WS-SUM-RETURNED
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

               MOVE WS-RETURNED-TOTAL TO WS-SUM-TOTAL
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

               MOVE WS-EXCEPTION-COUNT TO WS-SUM-EXCEPTIONS
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

               CLOSE REPORT-FILE
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "ITEMS ON FILE      : " WS-READ-COUNT
           DISPLAY "ITEMS CHARGED BACK : " WS-RETURNED-COUNT
           DISPLAY "HOLDS RELEASED     : " WS-HOLDS-RELEASED
           DISPLAY "FEES CHARGED       : " WS-FEE-COUNT
           DISPLAY "EXCEPTIONS         : " WS-EXCEPTION-COUNT
           DISPLAY "ERRORS             : " WS-ERROR-COUNT

           MOVE WS-RETURNED-COUNT TO HV-RUN-COUNT
           IF FILE-VERIFIED AND WS-ERROR-COUNT = 0
               MOVE 'SUCCESS' TO HV-RUN-STATUS
           ELSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF
           PERFORM WRITE-RUN-LOG

           GOBACK.

      * Whole dollars in the parm ('00030' = 30.00) - a missing or
      * non-numeric row leaves the WORKING-STORAGE default.
       READ-FEE-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'RETITEM'
                 AND PARM_NAME = 'RETFEE'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:5) NUMERIC
               MOVE HV-PARM-VALUE(1:5) TO WS-RET-FEE-DOLLARS
           END-IF.

      * Priced per item - the returned items on one file can sit on
      * accounts of different products.
       READ-FEE-SCHEDULE.
           MOVE WS-RET-FEE-DOLLARS TO HV-FEE-AMOUNT

           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-SCHED-FEE
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'RETITEM'
                 AND PRODUCT_CODE IN (:HV-ACCOUNT-TYPE, 'ALL')
                 AND EFFECTIVE_DATE <= :HV-POSTING-DATE
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-SCHED-FEE TO HV-FEE-AMOUNT
           END-IF.

      * Pass 1: count the details and hash-total their amounts, and
      * refuse to post anything unless both match the trailer - the
      * TXNIMPT rule for any inbound money file.
       VERIFY-CONTROL-TOTALS.
           MOVE 'N' TO WS-FILE-VERIFIED
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE ZERO TO WS-READ-COUNT WS-READ-HASH

           OPEN INPUT RETURN-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING RETURN FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'RETURN FILE REJECTED - FILE OPEN ERROR'
                   TO WS-RESPONSE
           ELSE
               PERFORM UNTIL WS-FILE-EOF
                   READ RETURN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-CONTROL-RECORD
                   END-READ
               END-PERFORM

               CLOSE RETURN-FILE

               EVALUATE TRUE
                   WHEN NOT TRAILER-SEEN
                       MOVE 'RETURN FILE REJECTED - TRAILER MISSING'
                           TO WS-RESPONSE
                   WHEN WS-TRAILER-COUNT NOT = WS-READ-COUNT
                       MOVE 'RETURN FILE REJECTED - COUNT MISMATCH'
                           TO WS-RESPONSE
                       DISPLAY "TRAILER COUNT: " WS-TRAILER-COUNT
                           " RECORDS READ: " WS-READ-COUNT
                   WHEN WS-TRAILER-HASH NOT = WS-READ-HASH
                       MOVE 'RETURN FILE REJECTED - HASH MISMATCH'
                           TO WS-RESPONSE
                   WHEN OTHER
                       MOVE 'Y' TO WS-FILE-VERIFIED
                       DISPLAY "CONTROL TOTALS VERIFIED, RECORDS: "
                           WS-READ-COUNT
               END-EVALUATE
           END-IF.

       TALLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN RTR-DETAIL
                   ADD 1 TO WS-READ-COUNT
                   ADD RTR-AMOUNT TO WS-READ-HASH
               WHEN RTR-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE RTR-TRL-COUNT TO WS-TRAILER-COUNT
                   MOVE RTR-TRL-HASH  TO WS-TRAILER-HASH
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED RECORD TYPE: " RTR-RECORD-TYPE
           END-EVALUATE.

      * Pass 2: each item is its own unit of work, so one bad item
      * never holds up the chargebacks behind it. A rerun of the same
      * file is safe - an item already charged back is on
      * TRANSACTION_REVERSALS and drops to the exception report.
       PROCESS-RETURN-FILE.
           OPEN INPUT RETURN-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR REOPENING RETURN FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'RETURN RUN FAILED - FILE REOPEN ERROR'
                   TO WS-RESPONSE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM UNTIL WS-FILE-EOF
                   READ RETURN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RTR-DETAIL
                               PERFORM PROCESS-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RETURN-FILE

               IF WS-ERROR-COUNT = 0
                   MOVE 'RETURNED ITEM PROCESSING COMPLETE'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'RETURNED ITEM PROCESSING COMPLETED WITH ERRORS'
                       TO WS-RESPONSE
               END-IF
           END-IF.

       PROCESS-ONE-RETURN.
           MOVE RTR-INSTRUMENT-NO TO HV-INSTRUMENT-NO
           MOVE RTR-AMOUNT        TO HV-AMOUNT
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'N' TO WS-ITEM-FAILED

           IF HV-INSTRUMENT-NO = SPACES OR HV-AMOUNT NOT > ZERO
               MOVE 'INSTRUMENT OR AMOUNT MISSING ON RETURN RECORD'
                   TO WS-EXCEPTION-REASON
           ELSE
               PERFORM MATCH-ORIGINAL-ITEM
           END-IF

           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
               PERFORM POST-CHARGEBACK

               IF NOT ITEM-FAILED
                   PERFORM RELEASE-ITEM-HOLDS
               END-IF

               IF NOT ITEM-FAILED
                   PERFORM READ-FEE-SCHEDULE
                   IF HV-FEE-AMOUNT > ZERO
                       PERFORM CHARGE-RETURNED-ITEM-FEE
                   END-IF
               END-IF

               IF NOT ITEM-FAILED
                   PERFORM QUEUE-RETURN-NOTICE
               END-IF

               IF ITEM-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'POSTING ERROR - ITEM BACKED OUT'
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD HV-AMOUNT TO WS-RETURNED-TOTAL
                   DISPLAY "ITEM CHARGED BACK: " HV-INSTRUMENT-NO
                       " ACCOUNT: " HV-ACCOUNT-ID
               END-IF
           END-IF.

      * The original is the credit that brought the item in: same
      * instrument number, same amount, positive. Should the same
      * serial have come in twice, the latest deposit is the one
      * being returned.
       MATCH-ORIGINAL-ITEM.
           MOVE SPACES TO HV-ACCOUNT-ID HV-CUSTOMER-ID HV-TXN-DATE
                          HV-DESCRIPTION HV-ACCOUNT-STATUS
                          HV-ACCOUNT-TYPE

           EXEC SQL
               SELECT T.ACCOUNT_ID, A.CUSTOMER_ID, T.TXN_DATE,
                      T.DESCRIPTION, A.ACCOUNT_STATUS, A.ACCOUNT_TYPE
               INTO :HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-TXN-DATE,
                    :HV-DESCRIPTION, :HV-ACCOUNT-STATUS,
                    :HV-ACCOUNT-TYPE
               FROM TRANSACTIONS T, ACCOUNTS A
               WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                 AND T.INSTRUMENT_NO = :HV-INSTRUMENT-NO
                 AND T.AMOUNT = :HV-AMOUNT
               ORDER BY T.TXN_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
               MOVE 'NO DEPOSIT ON FILE FOR THIS INSTRUMENT AND AMOUNT'
                   TO WS-EXCEPTION-REASON
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR MATCHING ORIGINAL ITEM'
                   TO WS-EXCEPTION-REASON
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR MATCHING ITEM: " HV-INSTRUMENT-NO
                   " SQLCODE: " SQLCODE
           ELSE IF HV-ACCOUNT-STATUS NOT = 'OPEN'
               MOVE 'ACCOUNT IS NOT OPEN - CHARGE BACK BY HAND'
                   TO WS-EXCEPTION-REASON
           ELSE
               PERFORM CHECK-ALREADY-REVERSED
           END-IF
           END-IF
           END-IF.

       CHECK-ALREADY-REVERSED.
           MOVE SPACES TO HV-REVERSED-FLAG

           EXEC SQL
               SELECT 'X' INTO :HV-REVERSED-FLAG
               FROM TRANSACTION_REVERSALS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND TXN_DATE = :HV-TXN-DATE
                 AND AMOUNT = :HV-AMOUNT
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'ITEM ALREADY RETURNED OR REVERSED'
                   TO WS-EXCEPTION-REASON
           END-IF.

      * The offset row, the balance update and the register row - the
      * same three writes TXNPOST's POST-REVERSAL-PAIR makes, with
      * the return reason code carried in the description.
       POST-CHARGEBACK.
           ADD 1 TO WS-RVS-SEQ
           MOVE SPACES TO HV-RVS-REF
           STRING 'RVS'                 DELIMITED BY SIZE
                  HV-RUN-START(3:2)     DELIMITED BY SIZE
                  HV-RUN-START(6:2)     DELIMITED BY SIZE
                  HV-RUN-START(9:2)     DELIMITED BY SIZE
                  HV-RUN-START(12:2)    DELIMITED BY SIZE
                  HV-RUN-START(15:2)    DELIMITED BY SIZE
                  WS-RVS-SEQ            DELIMITED BY SIZE
               INTO HV-RVS-REF
           END-STRING

           MOVE SPACES TO HV-RVS-DESCRIPTION
           STRING HV-RVS-REF            DELIMITED BY SIZE
                  ' RETURNED ITEM '     DELIMITED BY SIZE
                  HV-INSTRUMENT-NO      DELIMITED BY SIZE
                  ' REASON '            DELIMITED BY SIZE
                  RTR-REASON-CODE       DELIMITED BY SIZE
               INTO HV-RVS-DESCRIPTION
           END-STRING

           COMPUTE HV-RVS-AMOUNT = ZERO - HV-AMOUNT

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     INSTRUMENT_NO)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                       :HV-POSTING-DATE, 'REVERSAL', :HV-RVS-AMOUNT,
                       :HV-RVS-DESCRIPTION, ' ', 'BATCH',
                       :HV-INSTRUMENT-NO)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ITEM-FAILED
               DISPLAY "ERROR INSERTING CHARGEBACK, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE + :HV-RVS-AMOUNT,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-ITEM-FAILED
                   DISPLAY "ERROR UPDATING BALANCE, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   EXEC SQL
                       INSERT INTO TRANSACTION_REVERSALS
                            (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, AMOUNT,
                             REVERSAL_REF, REVERSAL_DATE, REVERSED_BY,
                             REVERSED_AT)
                       VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                               :HV-TXN-DATE, :HV-AMOUNT, :HV-RVS-REF,
                               :HV-POSTING-DATE, 'RETITEM',
                               :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'Y' TO WS-ITEM-FAILED
                       DISPLAY "ERROR RECORDING REVERSAL, ACCOUNT: "
                           HV-ACCOUNT-ID " SQLCODE: " SQLCODE
                   END-IF
               END-IF
           END-IF.

      * A hold placed against the deposit (an ACCTHOLD check hold for
      * the item's amount) has nothing left to protect once the item
      * is charged back - left in place it would hold the same money
      * out of the available balance a second time.
       RELEASE-ITEM-HOLDS.
           EXEC SQL
               UPDATE ACCOUNT_HOLDS
               SET RELEASED_AT = :HV-TIMESTAMP,
                   RELEASED_BY = 'RETITEM'
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND AMOUNT = :HV-AMOUNT
                 AND RELEASED_AT IS NULL
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD SQLERRD(3) TO WS-HOLDS-RELEASED
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-FAILED
                   DISPLAY "ERROR RELEASING HOLDS, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           END-EVALUATE.

      * Posted as a FEE the way TXNPOST posts its NSF fee, so
      * GLEXTRCT books it to fee income with the rest. The fee may
      * take the account below zero; COLLSCAN finds it there like any
      * other overdrawn account.
       CHARGE-RETURNED-ITEM-FEE.
           MOVE SPACES TO HV-FEE-DESCRIPTION
           STRING 'RETURNED ITEM FEE - ' HV-INSTRUMENT-NO
               DELIMITED BY SIZE INTO HV-FEE-DESCRIPTION
           END-STRING

           COMPUTE HV-RVS-AMOUNT = ZERO - HV-FEE-AMOUNT

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, BRANCH_ID, CHANNEL,
                     FEE_CODE)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                       :HV-POSTING-DATE, 'FEE', :HV-RVS-AMOUNT,
                       :HV-FEE-DESCRIPTION, ' ', 'BATCH', 'RETITEM')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ITEM-FAILED
               DISPLAY "ERROR INSERTING RETURN FEE, ACCOUNT: "
                   HV-ACCOUNT-ID " SQLCODE: " SQLCODE
           ELSE
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE + :HV-RVS-AMOUNT,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-ITEM-FAILED
                   DISPLAY "ERROR CHARGING RETURN FEE, ACCOUNT: "
                       HV-ACCOUNT-ID " SQLCODE: " SQLCODE
               ELSE
                   ADD 1 TO WS-FEE-COUNT
               END-IF
           END-IF.

      * The customer letter NOTICEGEN renders from the RETITEM
      * template - context carries the instrument, amount and reason
      * so the letter can say which item came back and why.
       QUEUE-RETURN-NOTICE.
           MOVE HV-AMOUNT TO WS-EXC-AMOUNT
           MOVE SPACES TO HV-NOTICE-CONTEXT
           STRING 'RETURNED ITEM ' HV-INSTRUMENT-NO
                  ' ACCOUNT ' HV-ACCOUNT-ID
                  ' AMOUNT ' WS-EXC-AMOUNT
                  ' REASON ' RTR-REASON-CODE
               DELIMITED BY SIZE INTO HV-NOTICE-CONTEXT
           END-STRING

           EXEC SQL
               INSERT INTO NOTICE_QUEUE
                   (CUSTOMER_ID, TEMPLATE_CODE, CONTEXT_TEXT,
                    NOTICE_STATUS, QUEUED_AT)
               VALUES
                   (:HV-CUSTOMER-ID, 'RETITEM',
                    :HV-NOTICE-CONTEXT, 'PENDING', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ITEM-FAILED
               DISPLAY "ERROR QUEUING RETURN NOTICE, CUSTOMER: "
                   HV-CUSTOMER-ID " SQLCODE: " SQLCODE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RTR-INSTRUMENT-NO   TO WS-EXC-INSTRUMENT
           MOVE RTR-AMOUNT          TO WS-EXC-AMOUNT
           MOVE RTR-REASON-CODE     TO WS-EXC-REASON-CODE
           MOVE RTR-RETURN-DATE     TO WS-EXC-RETURN-DATE
           MOVE WS-EXCEPTION-REASON TO WS-EXC-TEXT
           WRITE REPORT-LINE FROM WS-EXC-DETAIL-LINE.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a failed run is visible to the
      * scheduler instead of passing as complete.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('RETITEM', :HV-RUN-START, :HV-RUN-END,
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
