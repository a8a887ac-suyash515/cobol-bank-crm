       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPREP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO UNAPOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CURRENT-DATE       PIC X(10).
       01  HV-ITEM-ID            PIC X(10).
       01  HV-FILE-ID            PIC X(12).
       01  HV-BUSINESS-DATE      PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-REJECT-REASON      PIC X(50).
       01  HV-AGE-DAYS           PIC S9(5) COMP-3.
       01  HV-REG-COUNT          PIC S9(9) COMP-5.
       01  HV-REG-AMOUNT         PIC S9(13)V99 COMP-3.
       01  HV-ITEM-COUNT         PIC S9(9) COMP-5.
       01  HV-ITEM-AMOUNT        PIC S9(13)V99 COMP-3.
       01  HV-OPEN-COUNT         PIC S9(9) COMP-5.
       01  HV-OPEN-AMOUNT        PIC S9(13)V99 COMP-3.
       01  HV-APPLIED-COUNT      PIC S9(9) COMP-5.
       01  HV-APPLIED-AMOUNT     PIC S9(13)V99 COMP-3.
       01  HV-RETURNED-COUNT     PIC S9(9) COMP-5.
       01  HV-RETURNED-AMOUNT    PIC S9(13)V99 COMP-3.
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FILE-STATUS        PIC XX.
           88  WS-FILE-OK        VALUE '00'.
       01  WS-RESPONSE           PIC X(100).
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-LISTED-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-BREAK-COUNT   PIC 9(5) VALUE ZERO.

      * Open items aged from the day they were parked.
       01  WS-AGE-1-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-AGE-1-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AGE-2-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-AGE-2-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AGE-3-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-AGE-3-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-AGE-4-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-AGE-4-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.

      * The proof: what TXNIMPT recorded as parked on the registry,
      * against what the register holds.
       01  WS-COUNT-DIFFERENCE   PIC S9(9) COMP-3 VALUE ZERO.
       01  WS-AMOUNT-DIFFERENCE  PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-IN-BALANCE         PIC X VALUE 'N'.
           88  IN-BALANCE            VALUE 'Y'.

       01  WS-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE SPACES.
           05  FILLER            PIC X(50)
               VALUE 'UNAPPLIED FUNDS - AGING AND PROOF TO REJECTS'.

       01  WS-SUBTITLE-LINE.
           05  FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05  WS-SUB-RUN-DATE   PIC X(10).

       01  WS-COLUMN-HEADING-1.
           05  FILLER            PIC X(12) VALUE 'ITEM ID'.
           05  FILLER            PIC X(14) VALUE 'FILE ID'.
           05  FILLER            PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(12) VALUE 'TXN DATE'.
           05  FILLER            PIC X(18) VALUE '          AMOUNT'.
           05  FILLER            PIC X(08) VALUE 'AGE DAY'.
           05  FILLER            PIC X(50) VALUE 'REJECT REASON'.

       01  WS-COLUMN-HEADING-2.
           05  FILLER            PIC X(128) VALUE ALL '-'.

       01  WS-DETAIL-LINE.
           05  WS-DET-ITEM-ID        PIC X(12).
           05  WS-DET-FILE-ID        PIC X(14).
           05  WS-DET-ACCOUNT-ID     PIC X(14).
           05  WS-DET-TXN-DATE       PIC X(12).
           05  WS-DET-AMOUNT         PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DET-AGE-DAYS       PIC ZZZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  WS-DET-REASON         PIC X(50).

       01  WS-NONE-LINE.
           05  FILLER            PIC X(40)
               VALUE 'NO OPEN UNAPPLIED ITEMS'.

       01  WS-FILE-TITLE-LINE.
           05  FILLER            PIC X(60)
               VALUE 'FEED FILES - REGISTRY AGAINST REGISTER'.

       01  WS-FILE-HEADING-1.
           05  FILLER            PIC X(14) VALUE 'FILE ID'.
           05  FILLER            PIC X(12) VALUE 'BUS DATE'.
           05  FILLER            PIC X(07) VALUE 'PARKED'.
           05  FILLER            PIC X(18) VALUE '   PARKED AMOUNT'.
           05  FILLER            PIC X(07) VALUE ' ITEMS'.
           05  FILLER            PIC X(18) VALUE '    ITEMS AMOUNT'.
           05  FILLER            PIC X(07) VALUE '  OPEN'.
           05  FILLER            PIC X(18) VALUE '     OPEN AMOUNT'.
           05  FILLER            PIC X(10) VALUE ' STANDING'.

       01  WS-FILE-DETAIL-LINE.
           05  WS-FDET-FILE-ID       PIC X(14).
           05  WS-FDET-BUS-DATE      PIC X(12).
           05  WS-FDET-REG-COUNT     PIC ZZZZZ9.
           05  WS-FDET-REG-AMOUNT    PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-FDET-ITEM-COUNT    PIC ZZZZZ9.
           05  WS-FDET-ITEM-AMOUNT   PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-FDET-OPEN-COUNT    PIC ZZZZZ9.
           05  WS-FDET-OPEN-AMOUNT   PIC -(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-FDET-STANDING      PIC X(10).

       01  WS-FILE-NONE-LINE.
           05  FILLER            PIC X(50)
               VALUE 'NO FEED FILE WITH OPEN ITEMS OR A DIFFERENCE'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(30)
               VALUE 'PARKED PER REGISTRY  : '.
           05  WS-SUM-REG-COUNT  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-REG-AMOUNT PIC -(12)9.99.

       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(30)
               VALUE 'ITEMS ON REGISTER    : '.
           05  WS-SUM-ITEM-COUNT PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-ITEM-AMOUNT PIC -(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER            PIC X(30)
               VALUE '  APPLIED TO ACCOUNTS: '.
           05  WS-SUM-APPLIED-COUNT PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-APPLIED-AMOUNT PIC -(12)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER            PIC X(30)
               VALUE '  RETURNED TO CORE   : '.
           05  WS-SUM-RETURNED-COUNT PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-RETURNED-AMOUNT PIC -(12)9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER            PIC X(30)
               VALUE '  OPEN - SUSPENSE BAL: '.
           05  WS-SUM-OPEN-COUNT PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-OPEN-AMOUNT PIC -(12)9.99.

       01  WS-SUMMARY-LINE-6.
           05  FILLER            PIC X(30)
               VALUE 'REGISTRY LESS REGISTER: '.
           05  WS-SUM-COUNT-DIFF PIC -(8)9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SUM-AMOUNT-DIFF PIC -(12)9.99.

       01  WS-SUMMARY-LINE-7.
           05  FILLER            PIC X(30)
               VALUE 'PROOF                : '.
           05  WS-SUM-PROOF      PIC X(40).

       01  WS-AGING-LINE.
           05  WS-AGE-LABEL      PIC X(30).
           05  WS-AGE-COUNT      PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-AGE-AMOUNT     PIC -(12)9.99.

       PROCEDURE DIVISION.

      * Daily report on UNAPPLIED_FUNDS, the register TXNIMPT parks
      * rejected core-feed items on (account not on file or closed).
      * Every open item is listed oldest first with its age in days
      * and totalled in aging bands. The register is then proved
      * against the rejects: each LOADED IMPORT_FILE_REGISTRY row
      * carries the count and amount TXNIMPT parked from that file,
      * and every item on the register - open, applied through
      * UNAPMGT or returned - must account for them. Files with open
      * items or a difference are listed; the open total is the
      * suspense balance. A difference is reported, not refused, the
      * way GLRECON reports its breaks; only a read error fails the
      * step.
       MAIN-LOGIC.
           DISPLAY "STARTING UNAPPLIED FUNDS AGING REPORT"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-START
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           EXEC SQL
               SET :HV-CURRENT-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC

           OPEN OUTPUT REPORT-FILE

           IF NOT WS-FILE-OK
               DISPLAY "ERROR OPENING REPORT FILE, STATUS: "
                   WS-FILE-STATUS
               MOVE 'UNAPPLIED FUNDS REPORT FAILED - FILE OPEN ERROR'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM LIST-OPEN-ITEMS
               PERFORM PROVE-FILES-TO-REGISTER
               PERFORM READ-PROOF-TOTALS
               PERFORM WRITE-REPORT-SUMMARY

               CLOSE REPORT-FILE

               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT NOT = 0
                       MOVE 'UNAPPLIED FUNDS REPORT FAILED - SQL ERROR'
                           TO WS-RESPONSE
                       MOVE 'FAILURE' TO HV-RUN-STATUS
                   WHEN IN-BALANCE
                       MOVE 'UNAPPLIED FUNDS REPORT DONE, IN BALANCE'
                           TO WS-RESPONSE
                   WHEN OTHER
                       MOVE 'UNAPPLIED FUNDS REPORT DONE, DIFFERENCES'
                           TO WS-RESPONSE
               END-EVALUATE
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "OPEN ITEMS LISTED    : " WS-LISTED-COUNT
           DISPLAY "FILES WITH DIFFERENCE: " WS-FILE-BREAK-COUNT

           MOVE WS-LISTED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       LIST-OPEN-ITEMS.
           EXEC SQL
               DECLARE OPEN_CUR CURSOR FOR
               SELECT ITEM_ID, FILE_ID, ACCOUNT_ID,
                      CHAR(TXN_DATE, ISO), AMOUNT, REJECT_REASON,
                      DAYS(CURRENT DATE) - DAYS(DATE(PARKED_AT))
               FROM UNAPPLIED_FUNDS
               WHERE ITEM_STATUS = 'OPEN'
               ORDER BY PARKED_AT, ITEM_ID
           END-EXEC

           EXEC SQL OPEN OPEN_CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH OPEN_CUR INTO
                       :HV-ITEM-ID,
                       :HV-FILE-ID,
                       :HV-ACCOUNT-ID,
                       :HV-TXN-DATE,
                       :HV-AMOUNT,
                       :HV-REJECT-REASON,
                       :HV-AGE-DAYS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM WRITE-OPEN-ITEM
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING UNAPPLIED_FUNDS, SQLCODE: "
                   SQLCODE
           END-IF

           EXEC SQL CLOSE OPEN_CUR END-EXEC

           IF WS-LISTED-COUNT = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      * Bands: up to a day (tonight's and last night's rejects), two
      * to five days, six to thirty, and over thirty.
       WRITE-OPEN-ITEM.
           ADD 1 TO WS-LISTED-COUNT
           ADD HV-AMOUNT TO WS-LISTED-TOTAL

           EVALUATE TRUE
               WHEN HV-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-1-COUNT
                   ADD HV-AMOUNT TO WS-AGE-1-TOTAL
               WHEN HV-AGE-DAYS <= 5
                   ADD 1 TO WS-AGE-2-COUNT
                   ADD HV-AMOUNT TO WS-AGE-2-TOTAL
               WHEN HV-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-3-COUNT
                   ADD HV-AMOUNT TO WS-AGE-3-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-AGE-4-COUNT
                   ADD HV-AMOUNT TO WS-AGE-4-TOTAL
           END-EVALUATE

           MOVE HV-ITEM-ID       TO WS-DET-ITEM-ID
           MOVE HV-FILE-ID       TO WS-DET-FILE-ID
           MOVE HV-ACCOUNT-ID    TO WS-DET-ACCOUNT-ID
           MOVE HV-TXN-DATE      TO WS-DET-TXN-DATE
           MOVE HV-AMOUNT        TO WS-DET-AMOUNT
           MOVE HV-AGE-DAYS      TO WS-DET-AGE-DAYS
           MOVE HV-REJECT-REASON TO WS-DET-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * Per file: the registry's parked count and amount against the
      * register rows carrying its FILE_ID. A file whose items are
      * all resolved and agree drops off the list.
       PROVE-FILES-TO-REGISTER.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-FILE-TITLE-LINE
           WRITE REPORT-LINE FROM WS-FILE-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2

           EXEC SQL
               DECLARE FILE_CUR CURSOR FOR
               SELECT R.FILE_ID, CHAR(R.BUSINESS_DATE, ISO),
                      COALESCE(R.UNAPPLIED_COUNT, 0),
                      COALESCE(R.UNAPPLIED_AMOUNT, 0),
                      COUNT(U.ITEM_ID),
                      COALESCE(SUM(U.AMOUNT), 0),
                      COALESCE(SUM(CASE WHEN U.ITEM_STATUS = 'OPEN'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN U.ITEM_STATUS = 'OPEN'
                                        THEN U.AMOUNT ELSE 0 END), 0)
               FROM IMPORT_FILE_REGISTRY R
               LEFT JOIN UNAPPLIED_FUNDS U
                 ON U.FILE_ID = R.FILE_ID
               WHERE R.LOAD_STATUS = 'LOADED'
               GROUP BY R.FILE_ID, R.BUSINESS_DATE,
                        R.UNAPPLIED_COUNT, R.UNAPPLIED_AMOUNT
               HAVING SUM(CASE WHEN U.ITEM_STATUS = 'OPEN'
                               THEN 1 ELSE 0 END) > 0
                   OR COUNT(U.ITEM_ID)
                      <> COALESCE(R.UNAPPLIED_COUNT, 0)
                   OR COALESCE(SUM(U.AMOUNT), 0)
                      <> COALESCE(R.UNAPPLIED_AMOUNT, 0)
               ORDER BY 2, 1
           END-EXEC

           EXEC SQL OPEN FILE_CUR END-EXEC

           MOVE ZERO TO HV-RUN-COUNT
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH FILE_CUR INTO
                       :HV-FILE-ID,
                       :HV-BUSINESS-DATE,
                       :HV-REG-COUNT,
                       :HV-REG-AMOUNT,
                       :HV-ITEM-COUNT,
                       :HV-ITEM-AMOUNT,
                       :HV-OPEN-COUNT,
                       :HV-OPEN-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO HV-RUN-COUNT
                   PERFORM WRITE-FILE-PROOF
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR PROVING FEED FILES, SQLCODE: " SQLCODE
           END-IF

           EXEC SQL CLOSE FILE_CUR END-EXEC

           IF HV-RUN-COUNT = 0
               WRITE REPORT-LINE FROM WS-FILE-NONE-LINE
           END-IF.

       WRITE-FILE-PROOF.
           MOVE HV-FILE-ID       TO WS-FDET-FILE-ID
           MOVE HV-BUSINESS-DATE TO WS-FDET-BUS-DATE
           MOVE HV-REG-COUNT     TO WS-FDET-REG-COUNT
           MOVE HV-REG-AMOUNT    TO WS-FDET-REG-AMOUNT
           MOVE HV-ITEM-COUNT    TO WS-FDET-ITEM-COUNT
           MOVE HV-ITEM-AMOUNT   TO WS-FDET-ITEM-AMOUNT
           MOVE HV-OPEN-COUNT    TO WS-FDET-OPEN-COUNT
           MOVE HV-OPEN-AMOUNT   TO WS-FDET-OPEN-AMOUNT

           IF HV-REG-COUNT = HV-ITEM-COUNT
                   AND HV-REG-AMOUNT = HV-ITEM-AMOUNT
               MOVE 'AGREES' TO WS-FDET-STANDING
           ELSE
               MOVE 'DIFFERENCE' TO WS-FDET-STANDING
               ADD 1 TO WS-FILE-BREAK-COUNT
               DISPLAY "REGISTER DIFFERS FROM REGISTRY, FILE: "
                   HV-FILE-ID
           END-IF

           WRITE REPORT-LINE FROM WS-FILE-DETAIL-LINE.

      * Whole-register totals: the registry side over every LOADED
      * file, the register side by status. Register rows whose file
      * is not LOADED on the registry show up as a difference here.
       READ-PROOF-TOTALS.
           MOVE ZERO TO HV-REG-COUNT HV-REG-AMOUNT

           EXEC SQL
               SELECT COALESCE(SUM(UNAPPLIED_COUNT), 0),
                      COALESCE(SUM(UNAPPLIED_AMOUNT), 0)
               INTO :HV-REG-COUNT, :HV-REG-AMOUNT
               FROM IMPORT_FILE_REGISTRY
               WHERE LOAD_STATUS = 'LOADED'
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING REGISTRY TOTALS, SQLCODE: "
                   SQLCODE
           END-IF

           MOVE ZERO TO HV-ITEM-COUNT HV-ITEM-AMOUNT
                        HV-OPEN-COUNT HV-OPEN-AMOUNT
                        HV-APPLIED-COUNT HV-APPLIED-AMOUNT
                        HV-RETURNED-COUNT HV-RETURNED-AMOUNT

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'OPEN'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'OPEN'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'APPLIED'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'APPLIED'
                                        THEN AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'RETURNED'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ITEM_STATUS = 'RETURNED'
                                        THEN AMOUNT ELSE 0 END), 0)
               INTO :HV-ITEM-COUNT, :HV-ITEM-AMOUNT,
                    :HV-OPEN-COUNT, :HV-OPEN-AMOUNT,
                    :HV-APPLIED-COUNT, :HV-APPLIED-AMOUNT,
                    :HV-RETURNED-COUNT, :HV-RETURNED-AMOUNT
               FROM UNAPPLIED_FUNDS
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR READING REGISTER TOTALS, SQLCODE: "
                   SQLCODE
           END-IF

           COMPUTE WS-COUNT-DIFFERENCE = HV-REG-COUNT - HV-ITEM-COUNT
           COMPUTE WS-AMOUNT-DIFFERENCE =
               HV-REG-AMOUNT - HV-ITEM-AMOUNT

           IF WS-COUNT-DIFFERENCE = 0 AND WS-AMOUNT-DIFFERENCE = 0
                   AND WS-FILE-BREAK-COUNT = 0
                   AND HV-OPEN-COUNT = WS-LISTED-COUNT
                   AND HV-OPEN-AMOUNT = WS-LISTED-TOTAL
               MOVE 'Y' TO WS-IN-BALANCE
           ELSE
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE HV-CURRENT-DATE TO WS-SUB-RUN-DATE

           WRITE REPORT-LINE FROM WS-TITLE-LINE
           WRITE REPORT-LINE FROM WS-SUBTITLE-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2.

       WRITE-REPORT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'OPEN UP TO 1 DAY     : ' TO WS-AGE-LABEL
           MOVE WS-AGE-1-COUNT TO WS-AGE-COUNT
           MOVE WS-AGE-1-TOTAL TO WS-AGE-AMOUNT
           WRITE REPORT-LINE FROM WS-AGING-LINE

           MOVE 'OPEN 2 TO 5 DAYS     : ' TO WS-AGE-LABEL
           MOVE WS-AGE-2-COUNT TO WS-AGE-COUNT
           MOVE WS-AGE-2-TOTAL TO WS-AGE-AMOUNT
           WRITE REPORT-LINE FROM WS-AGING-LINE

           MOVE 'OPEN 6 TO 30 DAYS    : ' TO WS-AGE-LABEL
           MOVE WS-AGE-3-COUNT TO WS-AGE-COUNT
           MOVE WS-AGE-3-TOTAL TO WS-AGE-AMOUNT
           WRITE REPORT-LINE FROM WS-AGING-LINE

           MOVE 'OPEN OVER 30 DAYS    : ' TO WS-AGE-LABEL
           MOVE WS-AGE-4-COUNT TO WS-AGE-COUNT
           MOVE WS-AGE-4-TOTAL TO WS-AGE-AMOUNT
           WRITE REPORT-LINE FROM WS-AGING-LINE

           WRITE REPORT-LINE FROM SPACES

           MOVE HV-REG-COUNT  TO WS-SUM-REG-COUNT
           MOVE HV-REG-AMOUNT TO WS-SUM-REG-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-1

           MOVE HV-ITEM-COUNT  TO WS-SUM-ITEM-COUNT
           MOVE HV-ITEM-AMOUNT TO WS-SUM-ITEM-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-2

           MOVE HV-APPLIED-COUNT  TO WS-SUM-APPLIED-COUNT
           MOVE HV-APPLIED-AMOUNT TO WS-SUM-APPLIED-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-3

           MOVE HV-RETURNED-COUNT  TO WS-SUM-RETURNED-COUNT
           MOVE HV-RETURNED-AMOUNT TO WS-SUM-RETURNED-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-4

           MOVE HV-OPEN-COUNT  TO WS-SUM-OPEN-COUNT
           MOVE HV-OPEN-AMOUNT TO WS-SUM-OPEN-AMOUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-5

           MOVE WS-COUNT-DIFFERENCE  TO WS-SUM-COUNT-DIFF
           MOVE WS-AMOUNT-DIFFERENCE TO WS-SUM-AMOUNT-DIFF
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-6

           IF IN-BALANCE
               MOVE 'SUSPENSE BALANCE AGREES WITH REJECTS'
                   TO WS-SUM-PROOF
           ELSE
               MOVE 'OUT OF BALANCE - SEE DIFFERENCES ABOVE'
                   TO WS-SUM-PROOF
           END-IF
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE-7.

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
                   ('UNAPREP', :HV-RUN-START, :HV-RUN-END,
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
